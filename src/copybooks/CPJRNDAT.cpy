000010*****************************************************************
000020*  CPJRNDAT                                                     *
000030*  RECORD LAYOUT FOR THE UPDATE JOURNAL (JRNDAT) OF COUNTDAT    *
000040*  AND LOGDAT.  EVERY PROGRAM THAT CHANGES EITHER FILE          *
000050*  (FERRCNTX, FERRARQ, FERRRES, FERRHLD, FERRAPL, FERRRBD)      *
000055*  WRITES ONE ENTRY PER CHANGE, RIGHT AFTER THE CHANGE          *
000060*  SUCCEEDS, CARRYING THE RECORD AS IT WAS BEFORE (SPACES ON AN *
000070*  INSERT) AND AS IT WAS LEFT (SPACES ON A DELETE).  FERRFWD    *
000080*  REPLAYS THE AFTER-IMAGES IN KEY ORDER OVER THE LAST BACKUP   *
000090*  COPY OF THE TWO FILES TO BRING THEM FORWARD TO A CHOSEN      *
000100*  POINT IN TIME.  THE KEY IS THE DATE AND TIME (TO THE         *
000110*  HUNDREDTH) OF THE CHANGE + THE PROGRAM + A SEQUENCE WITHIN   *
000120*  THE RUN, SO KEY ORDER IS THE ORDER THE CHANGES WERE MADE     *
000130*  (THE UPDATERS ARE SERIALIZED BY THE LOCKDAT RUN LOCK);       *
000140*  WRITERS BUMP JRN-SEQ ON A DUPLICATE KEY LIKE THE EVTLOG      *
000150*  WRITERS.  RECORD IS 220 BYTES: THE TWO 80-BYTE IMAGES DO     *
000160*  NOT FIT THE 80 BYTES OF THE OTHER FILES.                     *
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  2026-10-15 AR    INITIAL VERSION.
000205*  2026-10-15 AR    FERRAPL AND FERRRBD ADDED TO THE WRITERS.
000210*****************************************************************
000220 01  REG-JRNDAT.
000230     03  JRN-CHAVE.
000240         05  JRN-DATA          PIC 9(08).
000250         05  JRN-HORA          PIC 9(08).
000260         05  JRN-PROGRAMA      PIC X(08).
000270         05  JRN-SEQ           PIC 9(09).
000280     03  JRN-APLICACAO         PIC X(08).
000290     03  JRN-ARQUIVO           PIC X(01).
000300         88  JRN-COUNTDAT                 VALUE 'C'.
000310         88  JRN-LOGDAT                   VALUE 'L'.
000320     03  JRN-OPERACAO          PIC X(01).
000330         88  JRN-INCLUSAO                 VALUE 'I'.
000340         88  JRN-ALTERACAO                VALUE 'A'.
000350         88  JRN-EXCLUSAO                 VALUE 'E'.
000360     03  JRN-ANTES             PIC X(80).
000370     03  JRN-DEPOIS            PIC X(80).
000380     03  FILLER                PIC X(17).
