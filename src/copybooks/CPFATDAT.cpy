000010*****************************************************************
000020*  CPFATDAT                                                     *
000030*  RECORD LAYOUT FOR THE CHARGEBACK CONTROL FILE (FATCTL).      *
000040*  ONE RECORD PER MONTH PER APPLICATION ALREADY BILLED BY       *
000050*  FERRCHG, WITH WHEN IT WAS BILLED AND THE TOTALS SENT TO      *
000060*  FINANCE.  FERRCHG LOOKS HERE BEFORE BILLING A MONTH AND      *
000070*  REFUSES A SECOND RUN FOR THE SAME MONTH UNLESS IT IS         *
000080*  FORCED; A FORCED RE-RUN REWRITES THE RECORD AND COUNTS       *
000090*  ITSELF IN FAT-QTD-REFATURA.                                  *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  2026-10-15 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000140*                   THE OTHER FILES OF THE SUBSYSTEM.
000150*****************************************************************
000160 01  REG-FATCTL.
000170     03  FAT-CHAVE.
000180         05  FAT-ANOMES        PIC 9(06).
000190         05  FAT-APLICACAO     PIC X(08).
000200     03  FAT-DT-FATURA         PIC 9(08).
000210     03  FAT-HR-FATURA         PIC 9(06).
000220     03  FAT-QTD-EXECUCOES     PIC 9(09).
000230     03  FAT-VALOR             PIC 9(11)V99.
000240     03  FAT-QTD-REFATURA      PIC 9(03).
000250     03  FILLER                PIC X(27).
