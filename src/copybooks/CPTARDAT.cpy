000010*****************************************************************
000020*  CPTARDAT                                                     *
000030*  RECORD LAYOUT FOR THE CHARGEBACK RATE TABLE (TARIFA).        *
000040*  ONE RECORD PER APPLICATION PER ORIGIN TYPE, GIVING THE       *
000050*  PRICE OF ONE RECORDED RUN AND THE OWNING DEPARTMENT THE      *
000060*  RUNS ARE BILLED TO.  USER-TRIGGERED RUNS ('U') ARE PRICED    *
000070*  APART FROM SCHEDULED ONES ('J') SINCE THEY COST MORE TO      *
000080*  SERVE.  ROWS KEYED WITH APPLICATION '*PADRAO*' ARE THE       *
000090*  SHOP-WIDE DEFAULT RATES, USED BY FERRCHG FOR AN APPLICATION  *
000100*  WITH NO RATE OF ITS OWN FOR THAT ORIGIN TYPE.  A RUN WITH    *
000110*  NEITHER IS BILLED AT ZERO AND FLAGGED ON THE REPORT.         *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-10-15 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000160*                   THE OTHER FILES OF THE SUBSYSTEM.
000170*****************************************************************
000180 01  REG-TARIFA.
000190     03  TAR-CHAVE.
000200         05  TAR-APLICACAO     PIC X(08).
000210         05  TAR-TIPO-ORIGEM   PIC X(01).
000220     03  TAR-VALOR-EXECUCAO    PIC 9(05)V9(04).
000230     03  TAR-DEPARTAMENTO      PIC X(10).
000240     03  TAR-ALTERADO-POR      PIC X(08).
000250     03  TAR-DT-ALTERACAO      PIC 9(08).
000260     03  FILLER                PIC X(36).
