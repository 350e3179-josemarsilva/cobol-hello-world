000010*****************************************************************
000020*  CPALSDAT                                                     *
000030*  RECORD LAYOUT FOR THE ALERT STATUS FILE (ALRSTAT).  ONE      *
000040*  RECORD PER ALERT RAISED BY FERRALT, KEYED BY THE KEY OF THE  *
000050*  EVTLOG EVENT THAT RAISED IT PLUS THE RULE THAT FIRED (ONE    *
000060*  EVENT CAN TRIP TWO RULES), SO THE SAME ALERT FOUND AGAIN ON  *
000070*  A RE-RUN OF THE NIGHT IS THE SAME RECORD.  FERRALT OPENS     *
000080*  IT; THE OPERATOR ACKNOWLEDGES OR CLOSES IT THROUGH FERRALS,  *
000090*  WHICH STAMPS WHO, WHEN AND A SHORT NOTE FOR EACH STEP.  AN   *
000100*  ERRO STILL OPEN (NOT ACKNOWLEDGED, NOT CLOSED) IS REPEATED   *
000110*  ON EVERY FOLLOWING NIGHT'S FEED WITH ITS AGE IN DAYS.        *
000120*  RECORD IS 200 BYTES: THE TWO OPERATOR STAMPS DO NOT FIT THE  *
000130*  80 BYTES OF THE OTHER FILES.                                 *
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  2026-10-15 AR    INITIAL VERSION.
000180*****************************************************************
000190 01  REG-ALRSTAT.
000200     03  ALS-CHAVE.
000210         05  ALS-DATA          PIC 9(08).
000220         05  ALS-HORA          PIC 9(06).
000230         05  ALS-PROGRAMA      PIC X(08).
000240         05  ALS-SEQ           PIC 9(03).
000250         05  ALS-REGRA         PIC X(01).
000260             88  ALS-REGRA-RC             VALUE 'R'.
000270             88  ALS-REGRA-SEM-FIM        VALUE 'P'.
000280             88  ALS-REGRA-ALTERACAO      VALUE 'A'.
000290     03  ALS-APLICACAO         PIC X(08).
000300     03  ALS-SEVERIDADE        PIC X(01).
000310         88  ALS-ERRO                     VALUE 'E'.
000320         88  ALS-AVISO                    VALUE 'A'.
000330     03  ALS-RC                PIC X(02).
000340     03  ALS-TEXTO             PIC X(30).
000350     03  ALS-SITUACAO          PIC X(01).
000360         88  ALS-ABERTO                   VALUE 'A'.
000370         88  ALS-RECONHECIDO              VALUE 'R'.
000380         88  ALS-FECHADO                  VALUE 'F'.
000390     03  ALS-DT-ULT-EMISSAO    PIC 9(08).
000400     03  ALS-QTD-EMISSOES      PIC 9(03).
000410     03  ALS-RECONHECIMENTO.
000420         05  ALS-REC-OPERADOR  PIC X(08).
000430         05  ALS-REC-DATA      PIC 9(08).
000440         05  ALS-REC-HORA      PIC 9(06).
000450         05  ALS-REC-NOTA      PIC X(30).
000460     03  ALS-FECHAMENTO.
000470         05  ALS-FEC-OPERADOR  PIC X(08).
000480         05  ALS-FEC-DATA      PIC 9(08).
000490         05  ALS-FEC-HORA      PIC 9(06).
000500         05  ALS-FEC-NOTA      PIC X(30).
000510     03  FILLER                PIC X(17).
