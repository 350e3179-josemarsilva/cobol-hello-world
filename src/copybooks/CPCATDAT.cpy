000010*****************************************************************
000020*  CPCATDAT                                                     *
000030*  RECORD LAYOUT FOR THE ARCHIST GENERATION CATALOGUE (CATARQ). *
000040*  ONE RECORD PER GENERATION OF THE YEARLY ARCHIVE GDG WRITTEN  *
000050*  BY FERRHST, KEYED BY THE ABSOLUTE GENERATION NUMBER (THE     *
000060*  NNNN OF GNNNNV00), SO AN AUDIT QUESTION ABOUT AN OLD PERIOD  *
000070*  POINTS STRAIGHT AT THE TAPES THAT HOLD IT.  THE RANGES AND   *
000080*  THE ROW COUNT ARE THOSE OF THE GENERATION'S '*TOTAIS*'       *
000090*  CONTROL RECORD.  FERRHST CATALOGUES EVERY GENERATION IT      *
000100*  WRITES; FERRCAT CATALOGUES (OR CORRECTS) AN OLDER ONE BY     *
000110*  READING IT BACK, AND IS THE ONLY READER OF THE CATALOGUE.    *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  2026-10-15 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000160*                   THE OTHER FILES OF THE SUBSYSTEM.
000170*****************************************************************
000180 01  REG-CATARQ.
000190     03  CAT-CHAVE.
000200         05  CAT-GERACAO       PIC 9(04).
000210     03  CAT-APLICACAO         PIC X(08).
000220     03  CAT-DATA-MINIMA       PIC 9(08).
000230     03  CAT-DATA-MAXIMA       PIC 9(08).
000240     03  CAT-SEQ-MINIMA        PIC 9(09).
000250     03  CAT-SEQ-MAXIMA        PIC 9(09).
000260     03  CAT-QTD               PIC 9(09).
000270     03  CAT-DT-GRAVACAO       PIC 9(08).
000280     03  CAT-ORIGEM            PIC X(01).
000290         88  CAT-ORIGEM-FERRHST           VALUE 'H'.
000300         88  CAT-ORIGEM-FERRCAT           VALUE 'C'.
000310     03  FILLER                PIC X(16).
