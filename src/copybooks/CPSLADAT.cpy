000010*****************************************************************
000020*  CPSLADAT                                                     *
000030*  RECORD LAYOUT FOR THE SLA SCORECARD HISTORY FILE (SLAHIS).   *
000040*  ONE RECORD PER APPLICATION PER MONTH, WRITTEN BY FERRSLA     *
000050*  WITH THE MONTH'S SERVICE-LEVEL MEASURES, SO EACH NEW         *
000060*  SCORECARD CAN SET THE MONTH AGAINST THE PREVIOUS ONES        *
000070*  WITHOUT RESCANNING HISTORY THAT MAY ALREADY BE PURGED.  A    *
000080*  RE-RUN FOR THE SAME MONTH REWRITES THE RECORD.               *
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000130*                   THE OTHER FILES OF THE SUBSYSTEM.
000140*****************************************************************
000150 01  REG-SLAHIS.
000160     03  SLA-CHAVE.
000170         05  SLA-APLICACAO     PIC X(08).
000180         05  SLA-ANOMES        PIC 9(06).
000190     03  SLA-QTD-ESPERADA      PIC 9(05).
000200     03  SLA-QTD-CUMPRIDA      PIC 9(05).
000210     03  SLA-PCT-CUMPRIDO      PIC 9(03)V9.
000220     03  SLA-QTD-ATRASADA      PIC 9(05).
000230     03  SLA-QTD-FALHA         PIC 9(05).
000240     03  SLA-QTD-ABEND         PIC 9(05).
000250     03  SLA-QTD-DUPLICADA     PIC 9(05).
000260     03  SLA-QTD-RECUSA        PIC 9(05).
000270     03  SLA-META              PIC 9(03).
000280     03  SLA-SITUACAO          PIC X(01).
000290         88  SLA-ABAIXO-META              VALUE 'S'.
000300     03  SLA-DT-APURACAO       PIC 9(08).
000310     03  FILLER                PIC X(15).
