000100******************************************************************
000200*    CDTOT - OUTPUT-DATASET CONTROL RECORD (HEADER / TRAILER)    *
000300*    COUNTDOWN OPENS EACH RUN'S SEGMENT OF AUDITOUT, EVENTOUT    *
000400*    AND READYOUT WITH A HEADER ('*HDR') AND CLOSES IT WITH A    *
000500*    TRAILER ('*TRL') CARRYING THE SEGMENT'S CONTROL TOTALS.     *
000600*    A RESTARTED RUN EXTENDS THE OPEN SEGMENT LEFT BY THE ABEND, *
000700*    SO ITS TRAILER COVERS THE RECORDS FROM BOTH RUNS. READYOUT  *
000800*    IS SHARED BY THE STREAM INSTANCES, SO IT HOLDS ONE SEGMENT  *
000900*    PER STREAM PER RUN, TOLD APART BY CD-TOTR-STREAM-ID (THE    *
001000*    READY FLAG CARRIES ITS STREAM ID TOO). THE FIRST BYTE IS    *
001100*    '*' SO IT CAN NEVER BE TAKEN FOR A DATA RECORD:             *
001200*      AUDITOUT  TYPES T / S / R / W                             *
001300*      EVENTOUT  EVENT CODES (NEVER START WITH '*')              *
001400*      READYOUT  FLAG 'Y'                                        *
001500*    TRAILER TYPE COUNTS, BY POSITION:                           *
001600*      AUDITOUT  TICKS, SUMMARIES, RESUME NOTES, WAITS           *
001700*      EVENTOUT  SEVERITY I, W, E, ANY OTHER                     *
001800*      READYOUT  FLAGS SET ('Y'), ANY OTHER, -, -                *
001900*    HASH TOTAL (LOW-ORDER 9 DIGITS OF THE SUM):                 *
002000*      AUDITOUT  COUNTER + ELAPSED SECONDS OF EVERY RECORD       *
002100*      EVENTOUT  COUNTER OF EVERY EVENT                          *
002200*      READYOUT  HHMMSSCC OF EVERY FLAG'S TIMESTAMP              *
002300*    ELAPSED SECONDS RUN FROM THE HEADER'S RUN START TO THE      *
002400*    TIME THE TRAILER WAS WRITTEN. BUILT AND CHECKED BY THE      *
002500*    CDTOTALS SUBPROGRAM (PARAMETER AREA CDTOTPM).               *
002600******************************************************************
002700 01  CD-TOTALS-RECORD.
002800     05  CD-TOTR-MARKER              PIC X(04).
002900         88  CD-TOTR-IS-HEADER               VALUE '*HDR'.
003000         88  CD-TOTR-IS-TRAILER              VALUE '*TRL'.
003100     05  CD-TOTR-DATASET             PIC X(08).
003200     05  CD-TOTR-CYCLE-DATE          PIC 9(08).
003300     05  CD-TOTR-CYCLE-ID            PIC X(01).
003400     05  CD-TOTR-STREAM-ID           PIC X(02).
003500     05  CD-TOTR-REHEARSAL-FLAG      PIC X(01).
003600         88  CD-TOTR-IS-REHEARSAL            VALUE 'R'.
003700     05  CD-TOTR-BODY                PIC X(51).
003800     05  CD-TOTR-HEADER-BODY REDEFINES CD-TOTR-BODY.
003900         10  CD-TOTR-RUN-START-DATE  PIC 9(08).
004000         10  CD-TOTR-RUN-START-TIME  PIC 9(06).
004100         10  FILLER                  PIC X(37).
004200     05  CD-TOTR-TRAILER-BODY REDEFINES CD-TOTR-BODY.
004300         10  CD-TOTR-RECORD-COUNT    PIC 9(07).
004400         10  CD-TOTR-TYPE-COUNT      PIC 9(06) OCCURS 4 TIMES.
004500         10  CD-TOTR-HASH-TOTAL      PIC 9(09).
004600         10  CD-TOTR-ELAPSED-SECS    PIC 9(07).
004700         10  FILLER                  PIC X(04).
