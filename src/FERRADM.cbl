000090*  PARAMETER FILE (PARMDAT) - THE WRITING COUNTERPART OF THE    *
000100*  READ-ONLY FERRINQ.  THE OPERATOR TYPES                       *
000110*      XADM <PARAMETRO>            TO VIEW A DIAL               *
000120*      XADM <PARAMETRO> <VALOR>    TO PROPOSE A CHANGE          *
000123*      XADM <PARAMETRO> APROVA     TO APPROVE THE PENDING ONE   *
000126*      XADM <PARAMETRO> REJEITA    TO REJECT IT                 *
000130*  KNOWN PARAMETERS: LIMALERT, RETMESES, INQLINHA.  EVERY       *
000140*  CHANGE IS STAMPED ON THE RECORD (WHO/WHEN, FROM THE CICS     *
000150*  USERID) AND ALSO WRITTEN TO THE OPERATIONAL EVENT LOG        *
000160*  (EVTLOG, TYPE 'A') WITH THE OLD AND NEW VALUES.              *
000161*  CHANGES ARE UNDER DUAL CONTROL: A KEYED VALUE IS ONLY        *
000162*  RECORDED AS PENDING IN PENDAT, AND PARMDAT IS UPDATED WHEN A *
000163*  SECOND, DIFFERENT OPERATOR APPROVES IT - THE 'A' EVENT THEN  *
000164*  NAMES BOTH.  A PROPOSAL NOT DECIDED WITHIN PENHORAS HOURS    *
000165*  (PARMDAT, DEFAULT 24) EXPIRES AND MUST BE KEYED AGAIN.       *
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000207*                   DISCARD OUT-OF-RANGE VALUES, SO ACCEPTING
000208*                   ONE HERE WOULD CONFIRM A CHANGE THAT NEVER
000209*                   TAKES EFFECT.
000210*  2026-10-15 AR    EVENT TEXT SHORTENED TO '<PARM> ALT. POR
000211*                   <USERID>' TO FIT THE 26-BYTE EVT-TEXTO; THE
000212*                   EVENT CARRIES NO APPLICATION (PARMDAT IS
000213*                   SHOP-WIDE).
000214*  2026-10-15 AR    DUAL CONTROL: A KEYED VALUE IS RECORDED AS
000215*                   PENDING IN PENDAT; ANOTHER OPERATOR APPLIES IT
000216*                   WITH 'APROVA' (EVENT TEXT '<PARM> <REQUESTER>/
000217*                   <APPROVER>'; PARMDAT STAMPED BY THE APPROVER)
000218*                   OR DROPS IT WITH 'REJEITA' (THE REQUESTER MAY
000219*                   WITHDRAW A PROPOSAL).  UNDECIDED ONES EXPIRE
000221*                   AFTER PENHORAS HOURS (PARMDAT, DEFAULT 24).
000223*-----------------------------------------------------------------
000225*  NOTE TO MAINTAINERS                                          *
000230*  AUTHORIZATION IS ENFORCED BY THE EXTERNAL SECURITY MANAGER   *
000240*  ON THE XADM TRANSACTION PROFILE - ONLY OPERATORS PERMITTED   *
000250*  TO XADM REACH THIS PROGRAM AT ALL.  LIKE FERRINQ, FILES ARE  *
000410*---------------------------------------------------------------*
000420     COPY  CPPRMDAT.
000430     COPY  CPEVTDAT.
000435     COPY  CPPENDAT.
000440 77  WRK-RESP                  PIC S9(08)  COMP.
000450 77  WRK-USERID                PIC X(08)  VALUE  SPACES.
000460 77  WRK-ABSTIME               PIC S9(15)  COMP-3.
000466 77  WRK-ABSTIME-LIMITE        PIC S9(15)  COMP-3.
000472 01  WRK-MOMENTO.
000478     03  WRK-DATA-HOJE         PIC 9(08)  VALUE  ZEROS.
000484     03  WRK-HORA-AGORA        PIC 9(06)  VALUE  ZEROS.
000490*---------------------------------------------------------------*
000500*    ENTRADA DO OPERADOR: XADM <PARAMETRO> [<VALOR>]            *
000510*---------------------------------------------------------------*
000670 77  WRK-PARM-E-NOVO           PIC X(01)  VALUE  'N'.
000680     88  PARM-E-NOVO                      VALUE  'S'.
000690 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
000691*---------------------------------------------------------------*
000692*    DUPLA CONFERENCIA: PROPOSTA PENDENTE E SEU PRAZO           *
000693*---------------------------------------------------------------*
000694 77  WRK-CHAVE-PENDAT          PIC X(08)  VALUE  SPACES.
000695 77  WRK-PEN-E-NOVO            PIC X(01)  VALUE  'N'.
000696     88  PEN-E-NOVO                       VALUE  'S'.
000697 77  WRK-PEN-HORAS             PIC 9(03)  VALUE  024.
000698 77  WRK-VALOR-EDITADO         PIC ZZZZZZZZ9.
000700*---------------------------------------------------------------*
000710*    TELA DE RESPOSTA (TEXTO SIMPLES)                           *
000720*---------------------------------------------------------------*
000870     03  FILLER                PIC X(01)  VALUE  SPACES.
000880     03  WRK-TL-ALT-HORA       PIC 9(06).
000890     03  WRK-TL-MENSAGEM       PIC X(60)  VALUE  SPACES.
000895     03  WRK-TL-PENDENCIA      PIC X(60)  VALUE  SPACES.
000900 PROCEDURE  DIVISION.

000910 0000-MAINLINE  SECTION.
000920     PERFORM  1000-RECEBER-ENTRADA
000930              THRU  1000-RECEBER-ENTRADA-EXIT.
000940     IF  WRK-TL-MENSAGEM  =  SPACES
000950         EVALUATE  WRK-ENT-VALOR
000960             WHEN  SPACES
000970                 PERFORM  2000-CONSULTAR
000980                          THRU  2000-CONSULTAR-EXIT
000990             WHEN  'APROVA'
001000                 PERFORM  5000-APROVAR
001010                          THRU  5000-APROVAR-EXIT
001020             WHEN  'REJEITA'
001030                 PERFORM  6000-REJEITAR
001040                          THRU  6000-REJEITAR-EXIT
001050             WHEN  OTHER
001060                 PERFORM  3000-PROPOR
001070                          THRU  3000-PROPOR-EXIT
001080         END-EVALUATE
001090     END-IF.
001100     PERFORM  4000-ENVIAR-TELA
001110              THRU  4000-ENVIAR-TELA-EXIT.
001120     PERFORM  9999-FINALIZAR
001130              THRU  9999-FINALIZAR-EXIT.
001140 0000-MAINLINE-EXIT.
001150     EXIT.

001160*---------------------------------------------------------------*
001170*    1000 - RECEBE E CRITICA A LINHA DE COMANDO DO OPERADOR     *
001180*---------------------------------------------------------------*
001190 1000-RECEBER-ENTRADA  SECTION.
001200     EXEC CICS
001210         RECEIVE  INTO(WRK-ENTRADA)
001220                  LENGTH(WRK-ENT-LEN)
001230                  RESP(WRK-RESP)
001240     END-EXEC.
001250     IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
001260         MOVE  'ERRO NA LEITURA DO COMANDO'  TO  WRK-TL-MENSAGEM
001270         GO  TO  1000-RECEBER-ENTRADA-EXIT
001280     END-IF.
001290
001300     MOVE  SPACES  TO  WRK-ENT-CAMPOS.
001310     UNSTRING  WRK-ENTRADA  DELIMITED  BY  ALL  ' '
001320         INTO  WRK-ENT-TRANSID
001330               WRK-ENT-PARAMETRO
001340               WRK-ENT-VALOR
001350     END-UNSTRING.
001360
001370     MOVE  WRK-ENT-PARAMETRO  TO  WRK-TL-PARAMETRO.
001380     IF  WRK-ENT-PARAMETRO  NOT  =  'LIMALERT'  AND
001390         WRK-ENT-PARAMETRO  NOT  =  'RETMESES'  AND
001400         WRK-ENT-PARAMETRO  NOT  =  'INQLINHA'
001410         MOVE  'PARAMETRO INVALIDO - USE LIMALERT, RETMESES OU I
001420-              'NQLINHA'  TO  WRK-TL-MENSAGEM
001430     END-IF.
001440 1000-RECEBER-ENTRADA-EXIT.
001450     EXIT.

001460*---------------------------------------------------------------*
001470*    2000 - CONSULTA O VALOR ATUAL DO PARAMETRO                 *
001480*           E A PROPOSTA DE ALTERACAO AINDA PENDENTE, SE HOUVER *
001490*---------------------------------------------------------------*
001500 2000-CONSULTAR  SECTION.
001510     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PARMDAT.
001520     EXEC CICS
001530         READ  FILE('PARMDAT')
001540               INTO(REG-PARMDAT)
001550               RIDFLD(WRK-CHAVE-PARMDAT)
001560               RESP(WRK-RESP)
001570     END-EXEC.
001580     EVALUATE  WRK-RESP
001590         WHEN  DFHRESP(NORMAL)
001600             MOVE  PRM-VALOR          TO  WRK-TL-VALOR
001610             MOVE  PRM-ALTERADO-POR   TO  WRK-TL-ALT-POR
001620             MOVE  PRM-DT-ALTERACAO   TO  WRK-TL-ALT-DATA
001630             MOVE  PRM-HR-ALTERACAO   TO  WRK-TL-ALT-HORA
001640         WHEN  DFHRESP(NOTFND)
001650             MOVE  'PARAMETRO AINDA SEM REGISTRO - VALE O PADRAO
001660-                  ' COMPILADO'  TO  WRK-TL-MENSAGEM
001670         WHEN  OTHER
001680             MOVE  'ERRO NA LEITURA DE PARMDAT'
001690                   TO  WRK-TL-MENSAGEM
001700     END-EVALUATE.
001710
001720     PERFORM  3300-OBTER-MOMENTO
001730              THRU  3300-OBTER-MOMENTO-EXIT.
001740     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PENDAT.
001750     EXEC CICS
001760         READ  FILE('PENDAT')
001770               INTO(REG-PENDAT)
001780               RIDFLD(WRK-CHAVE-PENDAT)
001790               RESP(WRK-RESP)
001800     END-EXEC.
001810     IF  WRK-RESP  =  DFHRESP(NORMAL)  AND  PEN-PENDENTE
001820         PERFORM  2100-MONTAR-PENDENCIA
001830                  THRU  2100-MONTAR-PENDENCIA-EXIT
001840     END-IF.
001850 2000-CONSULTAR-EXIT.
001860     EXIT.
001870
001880*---------------------------------------------------------------*
001890*    2100 - MONTA NA TELA A PROPOSTA PENDENTE: VALOR, QUEM      *
001900*           PROPOS E ATE QUANDO VALE (VENCIDA SE O PRAZO JA   *
001910*           PASSOU SEM DECISAO)                               *
001920*---------------------------------------------------------------*
001930 2100-MONTAR-PENDENCIA  SECTION.
001940     MOVE  PEN-VALOR-PROPOSTO  TO  WRK-VALOR-EDITADO.
001950     MOVE  SPACES              TO  WRK-TL-PENDENCIA.
001960     IF  PEN-VALIDADE  <  WRK-MOMENTO
001970         STRING  '  PENDENTE: '     DELIMITED  BY  SIZE
001980                 WRK-VALOR-EDITADO  DELIMITED  BY  SIZE
001990                 ' POR '            DELIMITED  BY  SIZE
002000                 PEN-SOL-OPERADOR   DELIMITED  BY  SIZE
002010                 ' - VENCIDA'       DELIMITED  BY  SIZE
002020                 INTO  WRK-TL-PENDENCIA
002030         END-STRING
002040     ELSE
002050         STRING  '  PENDENTE: '     DELIMITED  BY  SIZE
002060                 WRK-VALOR-EDITADO  DELIMITED  BY  SIZE
002070                 ' POR '            DELIMITED  BY  SIZE
002080                 PEN-SOL-OPERADOR   DELIMITED  BY  SIZE
002090                 ' ATE '            DELIMITED  BY  SIZE
002100                 PEN-VAL-DATA       DELIMITED  BY  SIZE
002110                 ' '                DELIMITED  BY  SIZE
002120                 PEN-VAL-HORA       DELIMITED  BY  SIZE
002130                 INTO  WRK-TL-PENDENCIA
002140         END-STRING
002150     END-IF.
002160 2100-MONTAR-PENDENCIA-EXIT.
002170     EXIT.

002180*---------------------------------------------------------------*
002190*    3000 - PROPOE A ALTERACAO: CONVERTE E CRITICA O VALOR      *
002200*           DIGITADO E O REGISTRA COMO PENDENTE EM PENDAT, COM  *
002210*           O PRAZO PARA APROVACAO.  PARMDAT NAO E TOCADO - SO  *
002220*           A APROVACAO DE OUTRO OPERADOR (5000) O ALTERA.      *
002230*---------------------------------------------------------------*
002240 3000-PROPOR  SECTION.
002250     PERFORM  3100-CONVERTER-VALOR
002260              THRU  3100-CONVERTER-VALOR-EXIT.
002270     IF  NOT  VALOR-VALIDO
002280         MOVE  'VALOR INVALIDO - INFORME SO DIGITOS, MAIOR QUE Z
002290-              'ERO'  TO  WRK-TL-MENSAGEM
002300         GO  TO  3000-PROPOR-EXIT
002310     END-IF.
002320
002330*    CADA PARAMETRO TEM A FAIXA QUE O CONSUMIDOR ACEITA - UM
002340*    VALOR FORA DELA SERIA GRAVADO E DEPOIS DESCARTADO EM
002350*    SILENCIO PELO PROGRAMA BATCH, ENTAO E RECUSADO AQUI.
002360     EVALUATE  WRK-ENT-PARAMETRO
002370         WHEN  'RETMESES'
002380             IF  WRK-VALOR-NOVO  >  999
002390                 MOVE  'RETMESES ACEITA 1 A 999'
002400                       TO  WRK-TL-MENSAGEM
002410                  GO  TO  3000-PROPOR-EXIT
002420             END-IF
002430         WHEN  'INQLINHA'
002440             IF  WRK-VALOR-NOVO  >  50
002450                 MOVE  'INQLINHA ACEITA 1 A 50'
002460                       TO  WRK-TL-MENSAGEM
002470                  GO  TO  3000-PROPOR-EXIT
002480             END-IF
002490         WHEN  OTHER
002500*            LIMALERT ACEITA 1 A 999999999 - QUALQUER VALOR
002510*            POSITIVO DE 9 DIGITOS JA E VALIDO.
002520             CONTINUE
002530     END-EVALUATE.
002540
002550     PERFORM  3300-OBTER-MOMENTO
002560              THRU  3300-OBTER-MOMENTO-EXIT.
002570     PERFORM  3400-LER-PRAZO
002580              THRU  3400-LER-PRAZO-EXIT.
002590
002600*    VALOR EM VIGOR, GUARDADO NA PROPOSTA PARA O APROVADOR VER
002610*    O QUE MUDA.
002620     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PARMDAT.
002630     EXEC CICS
002640         READ  FILE('PARMDAT')
002650               INTO(REG-PARMDAT)
002660               RIDFLD(WRK-CHAVE-PARMDAT)
002670               RESP(WRK-RESP)
002680     END-EXEC.
002690     EVALUATE  WRK-RESP
002700         WHEN  DFHRESP(NORMAL)
002710             MOVE  PRM-VALOR          TO  WRK-VALOR-ANTERIOR
002720             MOVE  PRM-ALTERADO-POR   TO  WRK-TL-ALT-POR
002730             MOVE  PRM-DT-ALTERACAO   TO  WRK-TL-ALT-DATA
002740             MOVE  PRM-HR-ALTERACAO   TO  WRK-TL-ALT-HORA
002750         WHEN  DFHRESP(NOTFND)
002760             MOVE  ZEROS              TO  WRK-VALOR-ANTERIOR
002770         WHEN  OTHER
002780             MOVE  'ERRO NA LEITURA DE PARMDAT'
002790                   TO  WRK-TL-MENSAGEM
002800             GO  TO  3000-PROPOR-EXIT
002810     END-EVALUATE.
002820     MOVE  WRK-VALOR-ANTERIOR  TO  WRK-TL-VALOR.
002830     IF  WRK-VALOR-NOVO  =  WRK-VALOR-ANTERIOR
002840         MOVE  'VALOR PROPOSTO IGUAL AO ATUAL - NADA A ALTERAR'
002850               TO  WRK-TL-MENSAGEM
002860         GO  TO  3000-PROPOR-EXIT
002870     END-IF.
002880
002890*    SO UMA PROPOSTA POR PARAMETRO: A ANTERIOR PRECISA TER SIDO
002900*    DECIDIDA OU TER VENCIDO, E ENTAO E SUBSTITUIDA.
002910     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PENDAT.
002920     EXEC CICS
002930         READ  FILE('PENDAT')
002940               INTO(REG-PENDAT)
002950               RIDFLD(WRK-CHAVE-PENDAT)
002960               UPDATE
002970               RESP(WRK-RESP)
002980     END-EXEC.
002990     EVALUATE  WRK-RESP
003000         WHEN  DFHRESP(NORMAL)
003010             IF  PEN-PENDENTE  AND
003020                 PEN-VALIDADE  NOT  <  WRK-MOMENTO
003030                 MOVE  'PROPOSTA JA PENDENTE - APROVE OU REJEITE'
003040                       TO  WRK-TL-MENSAGEM
003050                 PERFORM  2100-MONTAR-PENDENCIA
003060                          THRU  2100-MONTAR-PENDENCIA-EXIT
003070                 GO  TO  3000-PROPOR-EXIT
003080             END-IF
003090             MOVE  'N'  TO  WRK-PEN-E-NOVO
003100         WHEN  DFHRESP(NOTFND)
003110             MOVE  'S'  TO  WRK-PEN-E-NOVO
003120         WHEN  OTHER
003130             MOVE  'ERRO NA LEITURA DE PENDAT'
003140                   TO  WRK-TL-MENSAGEM
003150             GO  TO  3000-PROPOR-EXIT
003160     END-EVALUATE.
003170
003180     MOVE  SPACES              TO  REG-PENDAT.
003190     MOVE  WRK-ENT-PARAMETRO   TO  PEN-PARAMETRO.
003200     MOVE  WRK-VALOR-NOVO      TO  PEN-VALOR-PROPOSTO.
003210     MOVE  WRK-VALOR-ANTERIOR  TO  PEN-VALOR-ANTERIOR.
003220     SET   PEN-PENDENTE        TO  TRUE.
003230     MOVE  WRK-USERID          TO  PEN-SOL-OPERADOR.
003240     MOVE  WRK-DATA-HOJE       TO  PEN-SOL-DATA.
003250     MOVE  WRK-HORA-AGORA      TO  PEN-SOL-HORA.
003260     MOVE  ZEROS               TO  PEN-DEC-DATA  PEN-DEC-HORA.
003270     COMPUTE  WRK-ABSTIME-LIMITE  =
003280         WRK-ABSTIME  +  WRK-PEN-HORAS  *  3600000.
003290     EXEC CICS
003300         FORMATTIME  ABSTIME(WRK-ABSTIME-LIMITE)
003310                     YYYYMMDD(PEN-VAL-DATA)
003320                     TIME(PEN-VAL-HORA)
003330     END-EXEC.
003340     IF  PEN-E-NOVO
003350         EXEC CICS
003360             WRITE  FILE('PENDAT')
003370                    FROM(REG-PENDAT)
003380                    RIDFLD(PEN-CHAVE)
003390                    RESP(WRK-RESP)
003400         END-EXEC
003410     ELSE
003420         EXEC CICS
003430             REWRITE  FILE('PENDAT')
003440                      FROM(REG-PENDAT)
003450                      RESP(WRK-RESP)
003460         END-EXEC
003470     END-IF.
003480     IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
003490         MOVE  'ERRO NA GRAVACAO DE PENDAT'
003500               TO  WRK-TL-MENSAGEM
003510         GO  TO  3000-PROPOR-EXIT
003520     END-IF.
003530
003540     PERFORM  2100-MONTAR-PENDENCIA
003550              THRU  2100-MONTAR-PENDENCIA-EXIT.
003560     MOVE  'PROPOSTA REGISTRADA - AGUARDA OUTRO OPERADOR APROVAR'
003570           TO  WRK-TL-MENSAGEM.
003580 3000-PROPOR-EXIT.
003590     EXIT.

003600*---------------------------------------------------------------*
003610*    3100 - CONVERTE O VALOR DIGITADO (ATE 9 DIGITOS, SEM       *
003620*           SINAL) PARA NUMERICO, DIGITO A DIGITO               *
003630*---------------------------------------------------------------*
003640 3100-CONVERTER-VALOR  SECTION.
003650     MOVE  ZEROS  TO  WRK-VALOR-NOVO.
003660     MOVE  'N'    TO  WRK-VALOR-VALIDO.
003670     MOVE  'N'    TO  WRK-FIM-DIGITOS.
003680     PERFORM  3110-CONVERTER-DIGITO
003690              THRU  3110-CONVERTER-DIGITO-EXIT
003700              VARYING  IND  FROM  1  BY  1
003710              UNTIL  IND  >  9  OR  FIM-DIGITOS.
003720     IF  WRK-VALOR-NOVO  =  ZEROS
003730         MOVE  'N'  TO  WRK-VALOR-VALIDO
003740     END-IF.
003750 3100-CONVERTER-VALOR-EXIT.
003760     EXIT.

003770 3110-CONVERTER-DIGITO  SECTION.
003780     EVALUATE  TRUE
003790         WHEN  WRK-ENT-VALOR(IND:1)  =  SPACE
003800             SET  FIM-DIGITOS  TO  TRUE
003810         WHEN  WRK-ENT-VALOR(IND:1)  IS  NUMERIC
003820             MOVE  WRK-ENT-VALOR(IND:1)  TO  WRK-DIGITO-X
003830             COMPUTE  WRK-VALOR-NOVO  =
003840                 WRK-VALOR-NOVO  *  10  +  WRK-DIGITO-9
003850             MOVE  'S'  TO  WRK-VALOR-VALIDO
003860         WHEN  OTHER
003870             MOVE  'N'  TO  WRK-VALOR-VALIDO
003880             SET  FIM-DIGITOS  TO  TRUE
003890     END-EVALUATE.
003900 3110-CONVERTER-DIGITO-EXIT.
003910     EXIT.

003920*---------------------------------------------------------------*
003930*    3200 - REGISTRA A ALTERACAO NO LOG DE EVENTOS (TIPO 'A',   *
003940*           VALOR ANTERIOR > VALOR NOVO).  CHAVE DUPLICADA      *
003950*           (DUAS ALTERACOES NO MESMO SEGUNDO) AVANCA A SEQ.    *
003960*           O TEXTO NOMEIA QUEM PROPOS E QUEM APROVOU.          *
003970*---------------------------------------------------------------*
003980 3200-GRAVAR-EVENTO  SECTION.
003990     ADD  1  TO  WRK-EVT-SEQ.
004000 3200-GRAVAR-TENTATIVA.
004010     MOVE  SPACES           TO  REG-EVTLOG.
004020     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
004030     MOVE  WRK-HORA-AGORA   TO  EVT-HORA.
004040     MOVE  'FERRADM '       TO  EVT-PROGRAMA.
004050     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
004060     MOVE  'A'              TO  EVT-TIPO.
004070     MOVE  '00'             TO  EVT-RC.
004080     MOVE  WRK-VALOR-ANTERIOR  TO  EVT-QTD-1.
004090     MOVE  WRK-VALOR-NOVO      TO  EVT-QTD-2.
004100     MOVE  SPACES           TO  EVT-TEXTO.
004110     STRING  WRK-ENT-PARAMETRO  DELIMITED  BY  SIZE
004120             ' '                DELIMITED  BY  SIZE
004130             PEN-SOL-OPERADOR   DELIMITED  BY  SIZE
004140             '/'                DELIMITED  BY  SIZE
004150             WRK-USERID         DELIMITED  BY  SIZE
004160             INTO  EVT-TEXTO
004170     END-STRING.
004180     EXEC CICS
004190         WRITE  FILE('EVTLOG')
004200                FROM(REG-EVTLOG)
004210                RIDFLD(EVT-CHAVE)
004220                RESP(WRK-RESP)
004230     END-EXEC.
004240     IF  WRK-RESP  =  DFHRESP(DUPREC)  AND  WRK-EVT-SEQ  <  999
004250         ADD  1  TO  WRK-EVT-SEQ
004260         GO  TO  3200-GRAVAR-TENTATIVA
004270     END-IF.
004280 3200-GRAVAR-EVENTO-EXIT.
004290     EXIT.
004300
004310*---------------------------------------------------------------*
004320*    3300 - OPERADOR (USERID DO CICS) E MOMENTO DA TRANSACAO    *
004330*---------------------------------------------------------------*
004340 3300-OBTER-MOMENTO  SECTION.
004350     EXEC CICS
004360         ASSIGN  USERID(WRK-USERID)
004370     END-EXEC.
004380     EXEC CICS
004390         ASKTIME  ABSTIME(WRK-ABSTIME)
004400     END-EXEC.
004410     EXEC CICS
004420         FORMATTIME  ABSTIME(WRK-ABSTIME)
004430                     YYYYMMDD(WRK-DATA-HOJE)
004440                     TIME(WRK-HORA-AGORA)
004450     END-EXEC.
004460 3300-OBTER-MOMENTO-EXIT.
004470     EXIT.
004480
004490*---------------------------------------------------------------*
004500*    3400 - LE O PRAZO DE APROVACAO (PENHORAS, EM HORAS) EM     *
004510*           PARMDAT.  QUALQUER PROBLEMA MANTEM O PADRAO DE 24.  *
004520*---------------------------------------------------------------*
004530 3400-LER-PRAZO  SECTION.
004540     MOVE  'PENHORAS'  TO  WRK-CHAVE-PARMDAT.
004550     EXEC CICS
004560         READ  FILE('PARMDAT')
004570               INTO(REG-PARMDAT)
004580               RIDFLD(WRK-CHAVE-PARMDAT)
004590               RESP(WRK-RESP)
004600     END-EXEC.
004610     IF  WRK-RESP  =  DFHRESP(NORMAL)  AND
004620         PRM-VALOR  >  ZERO            AND
004630         PRM-VALOR  NOT  >  999
004640         MOVE  PRM-VALOR  TO  WRK-PEN-HORAS
004650     END-IF.
004660 3400-LER-PRAZO-EXIT.
004670     EXIT.

004680*---------------------------------------------------------------*
004690*    4000 - ENVIA A TELA DE RESPOSTA AO TERMINAL                *
004700*---------------------------------------------------------------*
004710 4000-ENVIAR-TELA  SECTION.
004720     EXEC CICS
004730         SEND TEXT  FROM(WRK-TELA)
004740                    LENGTH(LENGTH OF WRK-TELA)
004750                    ERASE
004760     END-EXEC.
004770 4000-ENVIAR-TELA-EXIT.
004780     EXIT.
004790
004800*---------------------------------------------------------------*
004810*    5000 - APROVA A PROPOSTA PENDENTE: SO OUTRO OPERADOR QUE   *
004820*           NAO O PROPONENTE.  APLICA O VALOR EM PARMDAT,       *
004830*           REGISTRA A DECISAO EM PENDAT E GRAVA O EVENTO 'A'   *
004840*           COM OS DOIS OPERADORES                              *
004850*---------------------------------------------------------------*
004860 5000-APROVAR  SECTION.
004870     PERFORM  3300-OBTER-MOMENTO
004880              THRU  3300-OBTER-MOMENTO-EXIT.
004890     PERFORM  7000-LER-PENDENCIA
004900              THRU  7000-LER-PENDENCIA-EXIT.
004910     IF  WRK-TL-MENSAGEM  NOT  =  SPACES
004920         GO  TO  5000-APROVAR-EXIT
004930     END-IF.
004940     IF  WRK-USERID  =  PEN-SOL-OPERADOR
004950         MOVE  'APROVACAO EXIGE OPERADOR DIFERENTE DO PROPONENTE'
004960               TO  WRK-TL-MENSAGEM
004970         PERFORM  2100-MONTAR-PENDENCIA
004980                  THRU  2100-MONTAR-PENDENCIA-EXIT
004990         GO  TO  5000-APROVAR-EXIT
005000     END-IF.
005010
005020     MOVE  PEN-VALOR-PROPOSTO  TO  WRK-VALOR-NOVO.
005030     PERFORM  5100-APLICAR-PARMDAT
005040              THRU  5100-APLICAR-PARMDAT-EXIT.
005050     IF  WRK-TL-MENSAGEM  NOT  =  SPACES
005060         GO  TO  5000-APROVAR-EXIT
005070     END-IF.
005080
005090     SET   PEN-APROVADA     TO  TRUE.
005100     MOVE  WRK-USERID       TO  PEN-DEC-OPERADOR.
005110     MOVE  WRK-DATA-HOJE    TO  PEN-DEC-DATA.
005120     MOVE  WRK-HORA-AGORA   TO  PEN-DEC-HORA.
005130     EXEC CICS
005140         REWRITE  FILE('PENDAT')
005150                  FROM(REG-PENDAT)
005160                  RESP(WRK-RESP)
005170     END-EXEC.
005180*    SEM A DECISAO GRAVADA A PROPOSTA FICARIA PENDENTE COM O
005190*    VALOR JA APLICADO E PODERIA SER APROVADA DE NOVO - A
005200*    ALTERACAO DE PARMDAT E DESFEITA JUNTO.
005210     IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
005220         EXEC CICS
005230             SYNCPOINT  ROLLBACK
005240         END-EXEC
005250         MOVE  'ERRO NA GRAVACAO DE PENDAT - APROVACAO DESFEITA'
005260               TO  WRK-TL-MENSAGEM
005270         GO  TO  5000-APROVAR-EXIT
005280     END-IF.
005290
005300     PERFORM  3200-GRAVAR-EVENTO
005310              THRU  3200-GRAVAR-EVENTO-EXIT.
005320
005330     MOVE  PRM-VALOR          TO  WRK-TL-VALOR.
005340     MOVE  PRM-ALTERADO-POR   TO  WRK-TL-ALT-POR.
005350     MOVE  PRM-DT-ALTERACAO   TO  WRK-TL-ALT-DATA.
005360     MOVE  PRM-HR-ALTERACAO   TO  WRK-TL-ALT-HORA.
005370     MOVE  'PROPOSTA APROVADA - PARAMETRO ALTERADO COM SUCESSO'
005380           TO  WRK-TL-MENSAGEM.
005390 5000-APROVAR-EXIT.
005400     EXIT.
005410
005420*---------------------------------------------------------------*
005430*    5100 - GRAVA O VALOR APROVADO EM PARMDAT COM CARIMBO DE    *
005440*           QUEM (O APROVADOR) E QUANDO                         *
005450*---------------------------------------------------------------*
005460 5100-APLICAR-PARMDAT  SECTION.
005470     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PARMDAT.
005480     EXEC CICS
005490         READ  FILE('PARMDAT')
005500               INTO(REG-PARMDAT)
005510               RIDFLD(WRK-CHAVE-PARMDAT)
005520               UPDATE
005530               RESP(WRK-RESP)
005540     END-EXEC.
005550     EVALUATE  WRK-RESP
005560         WHEN  DFHRESP(NORMAL)
005570             MOVE  PRM-VALOR  TO  WRK-VALOR-ANTERIOR
005580             MOVE  'N'        TO  WRK-PARM-E-NOVO
005590         WHEN  DFHRESP(NOTFND)
005600             MOVE  ZEROS             TO  WRK-VALOR-ANTERIOR
005610             MOVE  SPACES            TO  REG-PARMDAT
005620             MOVE  WRK-ENT-PARAMETRO TO  PRM-NOME
005630             MOVE  'S'               TO  WRK-PARM-E-NOVO
005640         WHEN  OTHER
005650             MOVE  'ERRO NA LEITURA DE PARMDAT'
005660                   TO  WRK-TL-MENSAGEM
005670             GO  TO  5100-APLICAR-PARMDAT-EXIT
005680     END-EVALUATE.
005690
005700     MOVE  WRK-VALOR-NOVO   TO  PRM-VALOR.
005710     MOVE  WRK-USERID       TO  PRM-ALTERADO-POR.
005720     MOVE  WRK-DATA-HOJE    TO  PRM-DT-ALTERACAO.
005730     MOVE  WRK-HORA-AGORA   TO  PRM-HR-ALTERACAO.
005740
005750     IF  PARM-E-NOVO
005760         EXEC CICS
005770             WRITE  FILE('PARMDAT')
005780                    FROM(REG-PARMDAT)
005790                    RIDFLD(PRM-CHAVE)
005800                    RESP(WRK-RESP)
005810         END-EXEC
005820     ELSE
005830         EXEC CICS
005840             REWRITE  FILE('PARMDAT')
005850                      FROM(REG-PARMDAT)
005860                      RESP(WRK-RESP)
005870         END-EXEC
005880     END-IF.
005890     IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
005900         MOVE  'ERRO NA GRAVACAO DE PARMDAT'
005910               TO  WRK-TL-MENSAGEM
005920     END-IF.
005930 5100-APLICAR-PARMDAT-EXIT.
005940     EXIT.
005950
005960*---------------------------------------------------------------*
005970*    6000 - REJEITA A PROPOSTA PENDENTE (QUALQUER OPERADOR,     *
005980*           INCLUSIVE O PROPONENTE, QUE ASSIM A RETIRA).        *
005990*           PARMDAT NAO E TOCADO.                               *
006000*---------------------------------------------------------------*
006010 6000-REJEITAR  SECTION.
006020     PERFORM  3300-OBTER-MOMENTO
006030              THRU  3300-OBTER-MOMENTO-EXIT.
006040     PERFORM  7000-LER-PENDENCIA
006050              THRU  7000-LER-PENDENCIA-EXIT.
006060     IF  WRK-TL-MENSAGEM  NOT  =  SPACES
006070         GO  TO  6000-REJEITAR-EXIT
006080     END-IF.
006090     SET   PEN-REJEITADA    TO  TRUE.
006100     MOVE  WRK-USERID       TO  PEN-DEC-OPERADOR.
006110     MOVE  WRK-DATA-HOJE    TO  PEN-DEC-DATA.
006120     MOVE  WRK-HORA-AGORA   TO  PEN-DEC-HORA.
006130     EXEC CICS
006140         REWRITE  FILE('PENDAT')
006150                  FROM(REG-PENDAT)
006160                  RESP(WRK-RESP)
006170     END-EXEC.
006180     IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
006190         MOVE  'ERRO NA GRAVACAO DE PENDAT'
006200               TO  WRK-TL-MENSAGEM
006210         GO  TO  6000-REJEITAR-EXIT
006220     END-IF.
006230     MOVE  PEN-VALOR-ANTERIOR  TO  WRK-TL-VALOR.
006240     MOVE  'PROPOSTA REJEITADA - PARMDAT INALTERADO'
006250           TO  WRK-TL-MENSAGEM.
006260 6000-REJEITAR-EXIT.
006270     EXIT.
006280
006290*---------------------------------------------------------------*
006300*    7000 - LE PARA ATUALIZACAO A PROPOSTA DO PARAMETRO.  SEM   *
006310*           PROPOSTA PENDENTE, OU COM ELA JA VENCIDA, DEVOLVE   *
006320*           A MENSAGEM AO OPERADOR; A VENCIDA E MARCADA COMO    *
006330*           EXPIRADA E NAO PODE MAIS SER APROVADA.              *
006340*---------------------------------------------------------------*
006350 7000-LER-PENDENCIA  SECTION.
006360     MOVE  WRK-ENT-PARAMETRO  TO  WRK-CHAVE-PENDAT.
006370     EXEC CICS
006380         READ  FILE('PENDAT')
006390               INTO(REG-PENDAT)
006400               RIDFLD(WRK-CHAVE-PENDAT)
006410               UPDATE
006420               RESP(WRK-RESP)
006430     END-EXEC.
006440     EVALUATE  WRK-RESP
006450         WHEN  DFHRESP(NORMAL)
006460             CONTINUE
006470         WHEN  DFHRESP(NOTFND)
006480             MOVE  'NENHUMA PROPOSTA PENDENTE PARA O PARAMETRO'
006490                   TO  WRK-TL-MENSAGEM
006500             GO  TO  7000-LER-PENDENCIA-EXIT
006510         WHEN  OTHER
006520             MOVE  'ERRO NA LEITURA DE PENDAT'
006530                   TO  WRK-TL-MENSAGEM
006540             GO  TO  7000-LER-PENDENCIA-EXIT
006550     END-EVALUATE.
006560     IF  NOT  PEN-PENDENTE
006570         MOVE  'NENHUMA PROPOSTA PENDENTE PARA O PARAMETRO'
006580               TO  WRK-TL-MENSAGEM
006590         GO  TO  7000-LER-PENDENCIA-EXIT
006600     END-IF.
006610     IF  PEN-VALIDADE  <  WRK-MOMENTO
006620         SET   PEN-EXPIRADA     TO  TRUE
006630         MOVE  SPACES           TO  PEN-DEC-OPERADOR
006640         MOVE  PEN-VAL-DATA     TO  PEN-DEC-DATA
006650         MOVE  PEN-VAL-HORA     TO  PEN-DEC-HORA
006660         EXEC CICS
006670             REWRITE  FILE('PENDAT')
006680                      FROM(REG-PENDAT)
006690                      RESP(WRK-RESP)
006700         END-EXEC
006702         IF  WRK-RESP  NOT  =  DFHRESP(NORMAL)
006704             MOVE  'ERRO NA GRAVACAO DE PENDAT'
006706                   TO  WRK-TL-MENSAGEM
006708             GO  TO  7000-LER-PENDENCIA-EXIT
006709         END-IF
006710         MOVE  'PROPOSTA EXPIRADA SEM DECISAO - PROPONHA DE NOVO'
006720               TO  WRK-TL-MENSAGEM
006730     END-IF.
006740 7000-LER-PENDENCIA-EXIT.
006750     EXIT.

006760 9999-FINALIZAR  SECTION.
006770     EXEC CICS
006780         RETURN
006790     END-EXEC.
006800 9999-FINALIZAR-EXIT.
006810     EXIT.
