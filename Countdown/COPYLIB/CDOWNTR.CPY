000100******************************************************************
000200*    CDOWNTR - OWNERSHIP MASTER MAINTENANCE TRANSACTION CARD     *
000300*    READ FROM OWNTRAN BY CDOWNMNT. COLUMN LAYOUT:               *
000400*      ACTION     ADD / CHANGE / DELETE           COLS  1-6      *
000500*      JOB NAME   GATE JOB NAME                   COLS  8-15     *
000600*      TEAM       OWNING TEAM                     COLS 17-28     *
000700*      PRIMARY    PRIMARY ON-CALL ID              COLS 30-39     *
000800*      SECONDARY  SECONDARY ON-CALL ID            COLS 41-50     *
000900*      MANAGER    ESCALATION MANAGER ID           COLS 52-61     *
001000*      RUN-BOOK   RUN-BOOK REFERENCE              COLS 63-74     *
001100*      ACK MINS   MINUTES TO ACKNOWLEDGE, 001-999 COLS 76-78     *
001200*                 (BLANK OR 000 = THE DEFAULT)                   *
001300*    ON A CHANGE, A BLANK FIELD KEEPS THE EXISTING VALUE.        *
001400******************************************************************
001500 01  CD-OWN-TRAN-RECORD.
001600     05  CD-OWNT-ACTION              PIC X(06).
001700         88  CD-OWNT-IS-ADD                  VALUE 'ADD   '.
001800         88  CD-OWNT-IS-CHANGE               VALUE 'CHANGE'.
001900         88  CD-OWNT-IS-DELETE               VALUE 'DELETE'.
002000     05  FILLER                      PIC X(01).
002100     05  CD-OWNT-JOB-NAME            PIC X(08).
002200     05  FILLER                      PIC X(01).
002300     05  CD-OWNT-TEAM                PIC X(12).
002400     05  FILLER                      PIC X(01).
002500     05  CD-OWNT-PRIMARY             PIC X(10).
002600     05  FILLER                      PIC X(01).
002700     05  CD-OWNT-SECONDARY           PIC X(10).
002800     05  FILLER                      PIC X(01).
002900     05  CD-OWNT-MANAGER             PIC X(10).
003000     05  FILLER                      PIC X(01).
003100     05  CD-OWNT-RUNBOOK             PIC X(12).
003200     05  FILLER                      PIC X(01).
003300     05  CD-OWNT-ACK-MINS            PIC X(03).
003400     05  FILLER                      PIC X(02).
