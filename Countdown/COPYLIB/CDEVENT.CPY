000400*    WRITTEN TO EVENTOUT FOR DATASET-TRIGGERED AUTOMATION -     *
000500*    THE SCHEDULER CONSUMES THESE INSTEAD OF SCREEN-SCRAPING     *
000600*    SYSOUT FOR CONSOLE WARNING TEXT.                            *
000630*    AN EVENT RAISED BY A REHEARSAL RUN (COUNTDOWN PARM 'R') IS  *
000660*    MARKED 'R' IN THE REHEARSAL FLAG.                           *
000670*    EACH RUN'S EVENTS SIT BETWEEN A HEADER AND A TRAILER        *
000680*    (CDTOT LAYOUT, CODE '*HDR' / '*TRL') - SKIP THEM AS DATA.   *
000700******************************************************************
000800 01  CD-EVENT-RECORD.
000900     05  CD-EVT-CODE                 PIC X(04).
001500         88  CD-EVT-GATE-CANCELLED           VALUE 'GCAN'.
001600         88  CD-EVT-FILE-OPEN-FAIL           VALUE 'FOPN'.
001610         88  CD-EVT-GATE-RESUMED             VALUE 'GRES'.
001650         88  CD-EVT-IS-CONTROL               VALUE '*HDR' '*TRL'.
001700     05  CD-EVT-SEVERITY             PIC X(01).
001800         88  CD-EVT-SEV-INFO                 VALUE 'I'.
001900         88  CD-EVT-SEV-WARNING              VALUE 'W'.
002200     05  CD-EVT-COUNTER              PIC 9(05).
002300     05  CD-EVT-TIMESTAMP            PIC X(17).
002400     05  CD-EVT-TEXT                 PIC X(40).
002430     05  CD-EVT-REHEARSAL-FLAG       PIC X(01).
002460         88  CD-EVT-IS-REHEARSAL             VALUE 'R'.
002500     05  FILLER                      PIC X(04).
