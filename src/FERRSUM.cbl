000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-09-02 AR    INITIAL VERSION.
000291*  2026-10-15 AR    EVTLOG EVENTS NOW CARRY THE APPLICATION
000292*                   (EVT-APLICACAO) WHEN THE PARM NAMES ONE,
000293*                   SPACES IN THE ALL-APPLICATIONS MODE; EVENT
000294*                   TEXT IS 26 BYTES.
000300*****************************************************************
000310 PROGRAM-ID.    FERRSUM.
000320 AUTHOR.        ANDRE.
001100 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
001110 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
001120 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
001130 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
001140*---------------------------------------------------------------*
001150*    TOTAIS DA EXECUCAO                                          *
001160*---------------------------------------------------------------*
004580     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
004590     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
004600     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
004601*    SEM PARM O PASSO COBRE TODAS AS APLICACOES - O EVENTO FICA
004602*    SEM APLICACAO (EVENTO GERAL DO SUBSISTEMA).
004603     IF  LS-PARM-LEN  >=  8  AND
004604         LS-PARM-APLICACAO  NOT  =  SPACES
004605         MOVE  LS-PARM-APLICACAO  TO  EVT-APLICACAO
004606     END-IF.
004610     WRITE  REG-EVTLOG.
004620     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
004630         ADD  1  TO  WRK-EVT-SEQ
