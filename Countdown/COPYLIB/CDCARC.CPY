000100******************************************************************
000200*    CDCARC - CYCLE-OUTPUT ARCHIVE RECORD                        *
000300*    ONE RECORD PER DATA RECORD A CYCLE LEFT ON AUDITOUT,        *
000400*    EVENTOUT, READYOUT AND DISPOUT, FILED BY CDCYCARC ON THE    *
000500*    INDEXED ARCHIVE CYCARCH BEFORE THE NEXT CYCLE REOPENS THOSE *
000600*    DATASETS, SO A GATE'S NIGHT CAN BE REPLAYED (CDREPLAY)      *
000700*    AFTER ITS OWN OUTPUT IS GONE. KEYED BY THE CYCLE IT CAME    *
000800*    FROM - CYCLE DATE, CYCLE ID AND STREAM, AS ON THE SEGMENT   *
000900*    HEADER (CDTOT) - THEN THE GATE, THEN THE RECORD'S OWN TIME, *
001000*    SO ONE GATE'S NIGHT READS BACK IN TIME ORDER.               *
001100*    CD-CARC-TIMESTAMP IS TAKEN FROM:                            *
001200*      AUDIT TICK, RESUME NOTE    ITS TIMESTAMP                  *
001300*      AUDIT SUMMARY              ITS END TIMESTAMP              *
001400*      AUDIT DEPENDENCY WAIT      ITS TIMESTAMP (WAIT START)     *
001500*      READY FLAG, EVENT          ITS TIMESTAMP                  *
001600*      DISPOSITION                ITS EVENT'S TIMESTAMP, SO IT   *
001700*                                 FOLLOWS THE EVENT              *
001800*    SOURCE ORDERS RECORDS OF THE SAME TIME AS THE DRIVER WROTE  *
001900*    THEM: 1 AUDIT, 2 READY FLAG, 3 EVENT, 4 DISPOSITION.        *
002000*    SEQUENCE TELLS APART RECORDS WITH THE SAME KEY OTHERWISE    *
002100*    (ONE DISPOSITION PER MATCHING RULE). THE ORIGINAL RECORD IS *
002200*    KEPT WHOLE IN CD-CARC-IMAGE - READ IT THROUGH CDAUDIT,      *
002300*    CDREADY, CDEVENT OR CDDISP BY SOURCE. REHEARSAL OUTPUT AND  *
002400*    HEADER/TRAILER RECORDS ARE NEVER FILED. PURGED BY CYCLE     *
002500*    DATE ON CDCYCARC'S OWN RETENTION (DEFAULT 35 DAYS).         *
002600******************************************************************
002700 01  CD-CYCLE-ARCHIVE-RECORD.
002800     05  CD-CARC-KEY.
002900         10  CD-CARC-CYCLE-DATE      PIC 9(08).
003000         10  CD-CARC-CYCLE-ID        PIC X(01).
003100         10  CD-CARC-STREAM-ID       PIC X(02).
003200         10  CD-CARC-JOB-NAME        PIC X(08).
003300         10  CD-CARC-TIMESTAMP       PIC X(17).
003400         10  CD-CARC-SOURCE          PIC X(01).
003500             88  CD-CARC-FROM-AUDIT          VALUE '1'.
003600             88  CD-CARC-FROM-READY          VALUE '2'.
003700             88  CD-CARC-FROM-EVENT          VALUE '3'.
003800             88  CD-CARC-FROM-DISPATCH       VALUE '4'.
003900         10  CD-CARC-SEQUENCE        PIC 9(03).
004000     05  CD-CARC-FILED-DATE          PIC 9(08).
004100     05  CD-CARC-IMAGE               PIC X(80).
004200     05  FILLER                      PIC X(12).
