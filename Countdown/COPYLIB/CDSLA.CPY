000100******************************************************************
000200*    CDSLA - GATE SLA COMMITMENT MASTER RECORD                   *
000300*    INDEXED MASTER (SLAMSTR) KEYED BY JOB NAME AND CYCLE ID     *
000400*    ('N' NIGHTLY, 'I' INTRADAY), ONE RECORD PER GATE THAT A     *
000500*    DOWNSTREAM TEAM HOLDS A MUST-BE-READY-BY COMMITMENT ON.     *
000600*    MAINTAINED BY CDSLAMNT, READ BY CDSLARPT:                   *
000700*      CD-SLA-DUE-TIME     HHMMSS WALL-CLOCK TIME THE GATE MUST  *
000800*                          HAVE COMPLETED BY. A TIME EARLIER     *
000900*                          THAN THE CYCLE'S OPENING (22:00       *
001000*                          NIGHTLY, 12:00 INTRADAY) FALLS ON     *
001100*                          THE MORNING AFTER THE CYCLE DATE,     *
001200*                          E.G. 043000 = 04:30 NEXT MORNING.     *
001300*      CD-SLA-OWNER        BUSINESS OWNER OF THE COMMITMENT.     *
001400*      CD-SLA-TARGET-PCT   MINIMUM MONTHLY COMPLIANCE, PERCENT   *
001500*                          OF DUE NIGHTS MET, E.G. 099.50.       *
001600*      CD-SLA-UPDATE-DATE  DATE THE RECORD WAS LAST ADDED OR     *
001700*                          CHANGED.                              *
001800******************************************************************
001900 01  CD-SLA-RECORD.
002000     05  CD-SLA-KEY.
002100         10  CD-SLA-JOB-NAME         PIC X(08).
002200         10  CD-SLA-CYCLE-ID         PIC X(01).
002300     05  CD-SLA-DUE-TIME             PIC 9(06).
002400     05  CD-SLA-DUE-TIME-SPLIT REDEFINES CD-SLA-DUE-TIME.
002500         10  CD-SLA-DUE-HH           PIC 9(02).
002600         10  CD-SLA-DUE-MM           PIC 9(02).
002700         10  CD-SLA-DUE-SS           PIC 9(02).
002800     05  CD-SLA-OWNER                PIC X(30).
002900     05  CD-SLA-TARGET-PCT           PIC 9(03)V99.
003000     05  CD-SLA-UPDATE-DATE          PIC 9(08).
003100     05  FILLER                      PIC X(22).
