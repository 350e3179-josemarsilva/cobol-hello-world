000233*                   (FERRALT) SEES CALENDAR EXCEPTIONS TOO; AN
000234*                   UNAVAILABLE EVTLOG ONLY WARNS - IT NEVER
000235*                   FAILS THE VALIDATION ITSELF.
000236*  2026-10-15 AR    EVTLOG EVENTS NOW CARRY THE APPLICATION
000237*                   (EVT-APLICACAO); EVENT TEXT IS 26 BYTES.
000238*  2026-10-15 AR    CALEND NOW HOLDS ONE CALENDAR PER JOB STREAM
000239*                   (KEY CAL-CALENDARIO + CAL-DATA): ONLY THE
000240*                   DATES OF THE CALENDAR REGISTERED FOR THE
000241*                   APPLICATION ARE MATCHED ('PADRAO' WHEN NONE
000242*                   IS REGISTERED), AND THE CALENDAR USED IS
000243*                   PRINTED ON THE HEADER.  A CALENDAR WITH NO
000244*                   DATES AT ALL (NEVER BUILT WITH FERRCGE) IS
000245*                   AN EXCEPTION (RC 08).
000246*****************************************************************
000230 PROGRAM-ID.    FERRCAL.
000240 AUTHOR.        ANDRE.
000250 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000664 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
000666 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
000668 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
000670 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
000672*---------------------------------------------------------------*
000674*    GRUPO DE LOGDAT: TOTAIS DO DIA CORRENTE                    *
000680*---------------------------------------------------------------*
000764*    APLICACAO/JOB STREAM VALIDADA POR ESTA EXECUCAO            *
000766*---------------------------------------------------------------*
000768 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
000770 77  WRK-CALENDARIO            PIC X(08)  VALUE  'PADRAO'.
000772 77  WRK-QTD-DATAS-CAL         PIC 9(05)  VALUE  ZEROS.
000774*---------------------------------------------------------------*
000780*    LINHAS DE IMPRESSAO                                        *
000790*---------------------------------------------------------------*
000800 01  WRK-LINHA-TITULO.
001035     03  FILLER                PIC X(25)   VALUE
001036         '  CALENDARIO REGISTRADO: '.
001037     03  WL-APR-CALENDARIO     PIC X(20).
001038     03  FILLER                PIC X(20)   VALUE
001039         '  CALENDARIO USADO: '.
001040     03  WL-APR-USADO          PIC X(08).
001041     03  FILLER                PIC X(40)   VALUE  SPACES.
001042 LINKAGE  SECTION.
001037 01  LS-PARM-AREA.
001038     03  LS-PARM-LEN           PIC S9(04)  COMP.
001039     03  LS-PARM-DADOS.
001530     MOVE  WRK-LINHA-TITULO  TO  REG-RELCAL
001540     WRITE  REG-RELCAL.
001542     PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT.
001543*    POSICIONA O CALEND NO INICIO DO CALENDARIO DA APLICACAO -
001544*    SO AS DATAS DELE SAO CASADAS COM AS EXECUCOES.
001545     MOVE  WRK-CALENDARIO  TO  CAL-CALENDARIO.
001546     MOVE  ZEROS           TO  CAL-DATA.
001547     START  CALEND  KEY  NOT  <  CAL-CHAVE
001548         INVALID  KEY
001550             SET  FIM-CALEND  TO  TRUE
001552     END-START.
001554     MOVE  SPACES            TO  REG-RELCAL
001560     WRITE  REG-RELCAL.
001570     MOVE  WRK-LINHA-CABEC   TO  REG-RELCAL
001580     WRITE  REG-RELCAL.
001622
001624*---------------------------------------------------------------*
001626*    1500 - CONSULTA O REGISTRO DA APLICACAO EM APLREG E         *
001628*           OBTEM O CALENDARIO REGISTRADO PARA ELA - O QUE E     *
001630*           LIDO DO CALEND (SEM REGISTRO, 'PADRAO').  APLICACAO  *
001632*           SEM REGISTRO ATIVO E EXCECAO (RC 08 NO TOTALIZADOR); *
001634*           ARQUIVO AINDA INEXISTENTE APENAS AVISA.              *
001636*---------------------------------------------------------------*
001638 1500-LER-APLREG  SECTION.
001640     MOVE  SPACES         TO  WRK-LINHA-APLREG.
001642     MOVE  WRK-APLICACAO  TO  WL-APR-APLICACAO.
001643     MOVE  WRK-CALENDARIO TO  WL-APR-USADO.
001644     OPEN  INPUT  APLREG.
001646     IF  WRK-FS-APLREG  NOT  =  '00'
001648         DISPLAY  'FERRCAL - AVISO: APLREG INDISPONIVEL - FS='
001684             SET  APL-IRREGULAR  TO  TRUE
001686         WHEN  OTHER
001688             MOVE  APL-CALENDARIO      TO  WL-APR-CALENDARIO
001689             IF  APL-CALENDARIO  NOT  =  SPACES
001690                 MOVE  APL-CALENDARIO  TO  WRK-CALENDARIO
001691                 MOVE  APL-CALENDARIO  TO  WL-APR-USADO
001692             END-IF
001693     END-EVALUATE.
001694     MOVE  WRK-LINHA-APLREG  TO  REG-RELCAL.
001695     WRITE  REG-RELCAL.
001696     CLOSE  APLREG.
001698 1500-LER-APLREG-EXIT.
001700     EXIT.
001990     EXIT.
002000
002010 2500-LER-CALEND  SECTION.
002015     IF  FIM-CALEND
002016         GO  TO  2500-LER-CALEND-EXIT
002017     END-IF.
002020     READ  CALEND  NEXT  RECORD
002030         AT  END
002040             SET  FIM-CALEND  TO  TRUE
002050     END-READ.
002052     IF  NOT  FIM-CALEND  AND
002053         CAL-CALENDARIO  NOT  =  WRK-CALENDARIO
002054         SET  FIM-CALEND  TO  TRUE
002055     END-IF.
002056     IF  NOT  FIM-CALEND
002057         ADD  1  TO  WRK-QTD-DATAS-CAL
002058     END-IF.
002060 2500-LER-CALEND-EXIT.
002070     EXIT.
002080
003360         DISPLAY  'FERRCAL - *** ALERTA: CALENDARIO COM '
003370                  'EXCECOES - VERIFICAR RELATORIO ***'
003380         MOVE  '08'  TO  WRK-RC
003381     END-IF.
003382     IF  WRK-QTD-DATAS-CAL  =  ZERO
003383         DISPLAY  'FERRCAL - *** ALERTA: CALENDARIO '
003384                  WRK-CALENDARIO  ' SEM NENHUMA DATA EM CALEND '
003385                  '- GERAR COM FERRCGE ***'
003386         MOVE  '08'  TO  WRK-RC
003387     END-IF.
003392     IF  APL-IRREGULAR
003394         DISPLAY  'FERRCAL - *** ALERTA: APLICACAO SEM '
003396                  'REGISTRO ATIVO EM APLREG ***'
003465     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
003466     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
003467     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
003468     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
003469     WRITE  REG-EVTLOG.
003470     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
003471         ADD  1  TO  WRK-EVT-SEQ
003472         GO  TO  8000-GRAVAR-TENTATIVA
003473     END-IF.
003474     IF  WRK-FS-EVTLOG  NOT  =  '00'
003475         DISPLAY  'FERRCAL - AVISO: FALHA GRAVACAO EVTLOG - FS='
003476                  WRK-FS-EVTLOG
003477         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
003478     END-IF.
003479 8000-GRAVAR-EVENTO-EXIT.
003480     EXIT.
003481
003430 9999-FINALIZAR  SECTION.
003432     MOVE  'F'               TO  WRK-EVT-TIPO.
003434     MOVE  WRK-QTD-FALTAS    TO  WRK-EVT-QTD-1.
