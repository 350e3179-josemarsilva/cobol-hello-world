000166*  2026-09-02 AR    EVENT TYPE 'R' ADDED FOR RUNS REFUSED BY
000167*                   THE FERRCNTX SAME-DAY QUOTA GUARD (QTD-1 =
000168*                   RUNS ALREADY RECORDED, QTD-2 = EXPECTED).
000169*  2026-10-15 AR    EVT-APLICACAO CARVED OUT OF THE TAIL OF THE
000170*                   TEXT (NOW 26 BYTES) AND THE FILLER: THE JOB
000171*                   STREAM THE STEP RAN FOR, SO AN EVENT CAN BE
000172*                   TIED TO ITS APPLICATION (FERRRBD, FERREVT).
000173*                   SPACES FOR SHOP-WIDE EVENTS (PARAMETER
000174*                   CHANGES, ALL-APPLICATION ROLL-UPS).  STEP
000175*                   EVENTS WRITTEN BEFORE THIS CHANGE READ AS
000176*                   SPACES AND BELONG TO THE DEFAULT APPLICATION
000177*                   FERRCNTX.  RECORD STILL 80 BYTES.
000179*****************************************************************
000180 01  REG-EVTLOG.
000190     03  EVT-CHAVE.
000200         05  EVT-DATA          PIC 9(08).
000270     03  EVT-RC                PIC X(02).
000280     03  EVT-QTD-1             PIC 9(09).
000290     03  EVT-QTD-2             PIC 9(09).
000300     03  EVT-TEXTO             PIC X(26).
000310     03  EVT-APLICACAO         PIC X(08).
