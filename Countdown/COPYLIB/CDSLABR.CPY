000100******************************************************************
000200*    CDSLABR - SLA BREACH EXTRACT RECORD                         *
000300*    ONE RECORD PER DUE NIGHT A GATE DID NOT MEET ITS SLA,       *
000400*    WRITTEN TO SLABRCH BY CDSLARPT FOR THE MONTHLY SERVICE      *
000500*    REVIEW. THE GATE'S COMPLIANCE FOR THE MONTH IS CARRIED ON   *
000600*    EVERY ONE OF ITS RECORDS. CATEGORY:                         *
000700*      BREACHED   COMPLETED, BUT AFTER THE DEADLINE              *
000800*      SKIPPED    NOT RUN - SEE CD-SLAB-REASON                   *
000900*      CANCELLED  ENDED BY AN OPERATOR CANCEL                    *
001000*      FAILED     STARTED BUT NEVER COMPLETED                    *
001100*      NO RECORD  DUE, BUT NEITHER THE HISTORY NOR THE STATUS    *
001200*                 MASTER SHOWS THE GATE THAT NIGHT               *
001300*    TIMESTAMPS ARE YYYYMMDD-HHMMSSCC AS ON THE AUDIT TRAIL;     *
001400*    THE ACTUAL END IS BLANK WHEN THE GATE NEVER COMPLETED.      *
001500******************************************************************
001600 01  CD-SLA-BREACH-RECORD.
001700     05  CD-SLAB-MONTH               PIC 9(06).
001800     05  CD-SLAB-JOB-NAME            PIC X(08).
001900     05  CD-SLAB-CYCLE-ID            PIC X(01).
002000     05  CD-SLAB-OWNER               PIC X(30).
002100     05  CD-SLAB-NIGHT-DATE          PIC 9(08).
002200     05  CD-SLAB-DEADLINE            PIC X(17).
002300     05  CD-SLAB-ACTUAL-END          PIC X(17).
002400     05  CD-SLAB-MINUTES-LATE        PIC 9(05).
002500     05  CD-SLAB-CATEGORY            PIC X(10).
002600         88  CD-SLAB-IS-BREACHED             VALUE 'BREACHED  '.
002700         88  CD-SLAB-IS-SKIPPED              VALUE 'SKIPPED   '.
002800         88  CD-SLAB-IS-CANCELLED            VALUE 'CANCELLED '.
002900         88  CD-SLAB-IS-FAILED               VALUE 'FAILED    '.
003000         88  CD-SLAB-IS-NO-RECORD            VALUE 'NO RECORD '.
003100     05  CD-SLAB-REASON              PIC X(24).
003200     05  CD-SLAB-COMPLIANCE-PCT      PIC 9(03)V99.
003300     05  CD-SLAB-TARGET-PCT          PIC 9(03)V99.
003400     05  CD-SLAB-BELOW-TARGET        PIC X(01).
003500         88  CD-SLAB-GATE-BELOW-TARGET       VALUE 'Y'.
003600     05  FILLER                      PIC X(13).
