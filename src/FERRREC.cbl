000241*                   IS RETRIED BRIEFLY AND THEN FAILS WITH RC 14
000242*                   AND THE OWNER STAMP, INSTEAD OF INTERLEAVING
000243*                   UPDATES WITH ANOTHER APPLICATION'S STEP.
000244*  2026-10-15 AR    EVTLOG EVENTS NOW CARRY THE APPLICATION
000245*                   (EVT-APLICACAO); EVENT TEXT IS 26 BYTES.
000237*****************************************************************
000240 PROGRAM-ID.    FERRREC.
000250 AUTHOR.        ANDRE.
000548 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
000549 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
000550 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
000551 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
000553*---------------------------------------------------------------*
000554*    APLICACAO/JOB STREAM ATENDIDA POR ESTA EXECUCAO            *
000555*---------------------------------------------------------------*
001210     END-IF.
001220 4000-COMPARAR-EXIT.
001230     EXIT.
001231
001232*---------------------------------------------------------------*
001233*    7000 - ABRE (OU CRIA) O LOG DE EVENTOS OPERACIONAIS.       *
001234*           EVTLOG E AUXILIAR: INDISPONIVEL, APENAS AVISA -     *
001235*           NUNCA DERRUBA A RECONCILIACAO.                      *
001236*---------------------------------------------------------------*
001237 7000-ABRIR-EVTLOG  SECTION.
001238     OPEN  I-O  EVTLOG.
001239     EVALUATE  WRK-FS-EVTLOG
001240         WHEN  '00'
001241             MOVE  'S'  TO  WRK-SW-EVTLOG-OK
001242         WHEN  '35'
001243             OPEN  OUTPUT  EVTLOG
001244             IF  WRK-FS-EVTLOG  =  '00'
001245                 MOVE  'S'  TO  WRK-SW-EVTLOG-OK
001246             END-IF
001247         WHEN  OTHER
001248             CONTINUE
001249     END-EVALUATE.
001250     IF  NOT  EVTLOG-DISPONIVEL
001251         DISPLAY  'FERRREC - AVISO: EVTLOG INDISPONIVEL - FS='
001252                  WRK-FS-EVTLOG
001253     END-IF.
001254 7000-ABRIR-EVTLOG-EXIT.
001255     EXIT.
001256
001257*---------------------------------------------------------------*
001258*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
001259*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
001260*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
001261*           TENTA DE NOVO.                                      *
001262*---------------------------------------------------------------*
001263 8000-GRAVAR-EVENTO  SECTION.
001264     IF  NOT  EVTLOG-DISPONIVEL
001265         GO  TO  8000-GRAVAR-EVENTO-EXIT
001266     END-IF.
001267     ADD  1  TO  WRK-EVT-SEQ.
001268 8000-GRAVAR-TENTATIVA.
001269     MOVE  SPACES           TO  REG-EVTLOG.
001270     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
001271     MOVE  WRK-HORA         TO  EVT-HORA.
001272     MOVE  'FERRREC '       TO  EVT-PROGRAMA.
001273     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
001274     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
001275     MOVE  WRK-RC           TO  EVT-RC.
001276     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
001277     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
001278     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
001279     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
001288     WRITE  REG-EVTLOG.
001289     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
001290         ADD  1  TO  WRK-EVT-SEQ
