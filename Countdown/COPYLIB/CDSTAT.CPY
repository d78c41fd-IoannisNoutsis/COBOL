000100******************************************************************
000200*    CDSTAT - GATE-STATUS MASTER RECORD                          *
000300*    INDEXED MASTER KEYED BY JOB NAME AND CYCLE ID ('N'          *
000310*    NIGHTLY, 'I' INTRADAY), MAINTAINED BY COUNTDOWN             *
000400*    THROUGH THE GATE LIFECYCLE SO OPERATIONS CAN ANSWER         *
000500*    "WHICH GATES ARE STILL RUNNING" AND "WHAT HAPPENED TO       *
000600*    JOB X LAST NIGHT" FROM ONE KEYED READ:                      *
001200*                 RUNNING, SO THE PRIOR RUN NEVER COMPLETED      *
001210*      CANCELED - AN OPERATOR CANCEL COMMAND ENDED THE GATE      *
001220*                 BEFORE IT REACHED ZERO                         *
001230*    A GATE IN BOTH CYCLES HAS ONE RECORD PER CYCLE, SO EACH     *
001240*    CYCLE'S RERUN AND INQUIRIES SEE ONLY THEIR OWN STATUS.      *
001260*    A REHEARSAL RUN (COUNTDOWN PARM 'R') KEEPS ITS OWN TEST     *
001270*    MASTER, EVERY RECORD ON IT MARKED 'R' IN THE REHEARSAL      *
001280*    FLAG. RECORDS FROM BEFORE THE CYCLE ID EXISTED WERE         *
001290*    RELOADED UNDER THE NEW KEY AS CYCLE 'N' (NIGHTLY).          *
001300******************************************************************
001400 01  CD-STATUS-RECORD.
001450     05  CD-STAT-KEY.
001500         10  CD-STAT-JOB-NAME        PIC X(08).
001550         10  CD-STAT-CYCLE-ID        PIC X(01).
001600     05  CD-STAT-STATUS              PIC X(08).
001700         88  CD-STAT-IS-RUNNING              VALUE 'RUNNING '.
001800         88  CD-STAT-IS-COMPLETE             VALUE 'COMPLETE'.
002100     05  CD-STAT-START-TIMESTAMP     PIC X(17).
002200     05  CD-STAT-END-TIMESTAMP       PIC X(17).
002300     05  CD-STAT-START-VALUE         PIC 9(05).
002400     05  CD-STAT-REASON              PIC X(23).
002500     05  CD-STAT-REHEARSAL-FLAG      PIC X(01).
002600         88  CD-STAT-IS-REHEARSAL            VALUE 'R'.
