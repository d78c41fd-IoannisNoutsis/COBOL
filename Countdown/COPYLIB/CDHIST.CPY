000100******************************************************************
000200*    CDHIST - CUMULATIVE GATE-HISTORY RECORD                     *
000300*    ONE RECORD PER GATE PER RUN DATE ON THE INDEXED HISTORY     *
000400*    MASTER (HISTMSTR), KEYED BY JOB NAME, RUN DATE, AND CYCLE   *
000450*    ID ('N' NIGHTLY, 'I' INTRADAY).                             *
000500*    UPDATED IN PLACE BY CDARCHIV FROM EACH NIGHT'S CDAUDIT      *
000600*    SUMMARY RECORDS AND PURGED BY THE RETENTION RULE (DEFAULT   *
000700*    90 DAYS) WITHOUT COPYING THE FILE, AND READ BY KEY FOR      *
000800*    THE DAILY "SHOW ME JOB X'S LAST RUNS" QUESTIONS (CDHISTNQ)  *
000900*    AND BY THE GATE-LENGTH TUNING PROGRAM (CDTUNE).             *
000911*    A GATE THAT WAITED ON ITS PREDECESSOR CARRIES THE NIGHT'S   *
000922*    TOTAL WAIT SECONDS, THE PART OF IT ITS STREAM SAT IDLE      *
000933*    (CROSS-STREAM POLLING), THE LAST WAIT'S OUTCOME ('R', 'T'   *
000944*    OR 'H' AS ON CDAUDIT) AND THE WAITING STREAM. A GATE THAT   *
000955*    WAITED BUT NEVER RAN (TIMED OUT OR HELD) HAS A RECORD WITH  *
000966*    A BLANK START TIMESTAMP (CD-HIST-NOT-RUN) - NOT A RUN, SO   *
000977*    THE ELAPSED-TIME READERS PASS IT OVER. RECORDS WRITTEN      *
000988*    BEFORE THE WAIT FIELDS EXISTED HOLD SPACES THERE.           *
000989*    A NIGHT THE GATE DID NOT COMPLETE - SKIPPED, CANCELLED, OR  *
000990*    FAILED ON THE STATUS MASTER (CDSTAT) - IS CARRIED AS A      *
000991*    NOT-RUN RECORD WITH THAT STATUS AND ITS REASON; ITS END     *
000992*    TIMESTAMP IS THE TIME THE STATUS MASTER GIVES FOR THE       *
000993*    ATTEMPT. A COMPLETED RUN CARRIES 'COMPLETE'. RECORDS FROM   *
000994*    BEFORE THE RUN STATUS EXISTED HOLD SPACES THERE.            *
001000******************************************************************
001100 01  CD-HISTORY-RECORD.
001200     05  CD-HIST-KEY.
001300         10  CD-HIST-JOB-NAME        PIC X(08).
001400         10  CD-HIST-RUN-DATE        PIC 9(08).
001450         10  CD-HIST-CYCLE-ID        PIC X(01).
001500     05  CD-HIST-START-VALUE         PIC 9(05).
001600     05  CD-HIST-START-TIMESTAMP     PIC X(17).
001650         88  CD-HIST-NOT-RUN                 VALUE SPACES.
001700     05  CD-HIST-END-TIMESTAMP       PIC X(17).
001800     05  CD-HIST-ELAPSED-SECS        PIC 9(07).
001900     05  CD-HIST-WAIT-SECS           PIC 9(07).
002000     05  CD-HIST-IDLE-SECS           PIC 9(07).
002100     05  CD-HIST-WAIT-OUTCOME        PIC X(01).
002200     05  CD-HIST-STREAM-ID           PIC X(02).
002300     05  CD-HIST-RUN-STATUS          PIC X(08).
002400         88  CD-HIST-WAS-COMPLETE            VALUE 'COMPLETE'.
002500         88  CD-HIST-WAS-SKIPPED             VALUE 'SKIPPED '.
002600         88  CD-HIST-WAS-FAILED              VALUE 'FAILED  '.
002700         88  CD-HIST-WAS-CANCELLED           VALUE 'CANCELED'.
002800     05  CD-HIST-STATUS-REASON       PIC X(24).
002900     05  FILLER                      PIC X(08).
