000010*****************************************************************
000020*  CPPENDAT                                                     *
000030*  RECORD LAYOUT FOR THE PENDING PARAMETER CHANGE FILE          *
000040*  (PENDAT).  A CHANGE KEYED IN XADM (FERRADM) TO LIMALERT,     *
000050*  RETMESES OR INQLINHA IS NOT APPLIED TO PARMDAT AT ONCE: IT   *
000060*  IS RECORDED HERE AS PENDING AND ONLY REACHES PARMDAT WHEN A  *
000070*  SECOND, DIFFERENT OPERATOR APPROVES IT.  ONE RECORD PER      *
000080*  PARAMETER, KEYED BY THE PARAMETER NAME, HOLDING THE LATEST   *
000090*  PROPOSAL AND ITS OUTCOME: APPROVED, REJECTED, OR EXPIRED     *
000100*  WHEN NOBODY DECIDED IT BEFORE ITS DEADLINE (SET AT THE       *
000110*  PROPOSAL FROM THE PARMDAT DIAL PENHORAS).  A NEW PROPOSAL    *
000120*  FOR THE SAME PARAMETER IS ONLY ACCEPTED ONCE THE PREVIOUS    *
000130*  ONE IS NO LONGER PENDING, AND THEN REPLACES IT - THE AUDIT   *
000140*  TRAIL OF APPLIED CHANGES IS THE EVTLOG 'A' EVENT.  FERRALT   *
000150*  LISTS THE PROPOSALS STILL OPEN AT THE START OF THE BATCH     *
000160*  WINDOW.  RECORD IS 100 BYTES: THE TWO OPERATOR STAMPS AND    *
000170*  THE DEADLINE DO NOT FIT THE 80 BYTES OF THE OTHER FILES.     *
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY
000200*  DATE       INIT  DESCRIPTION
000210*  2026-10-15 AR    INITIAL VERSION.
000220*****************************************************************
000230 01  REG-PENDAT.
000240     03  PEN-CHAVE.
000250         05  PEN-PARAMETRO     PIC X(08).
000260     03  PEN-VALOR-PROPOSTO    PIC 9(09).
000270     03  PEN-VALOR-ANTERIOR    PIC 9(09).
000280     03  PEN-SITUACAO          PIC X(01).
000290         88  PEN-PENDENTE                 VALUE 'P'.
000300         88  PEN-APROVADA                 VALUE 'A'.
000310         88  PEN-REJEITADA                VALUE 'R'.
000320         88  PEN-EXPIRADA                 VALUE 'X'.
000330     03  PEN-SOLICITACAO.
000340         05  PEN-SOL-OPERADOR  PIC X(08).
000350         05  PEN-SOL-DATA      PIC 9(08).
000360         05  PEN-SOL-HORA      PIC 9(06).
000370     03  PEN-VALIDADE.
000380         05  PEN-VAL-DATA      PIC 9(08).
000390         05  PEN-VAL-HORA      PIC 9(06).
000400     03  PEN-DECISAO.
000410         05  PEN-DEC-OPERADOR  PIC X(08).
000420         05  PEN-DEC-DATA      PIC 9(08).
000430         05  PEN-DEC-HORA      PIC 9(06).
000440     03  FILLER                PIC X(15).
