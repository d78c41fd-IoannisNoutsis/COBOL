000100******************************************************************
000200*    CDSLATR - SLA MASTER MAINTENANCE TRANSACTION CARD           *
000300*    READ FROM SLATRAN BY CDSLAMNT. COLUMN LAYOUT:               *
000400*      ACTION     ADD / CHANGE / DELETE           COLS  1-6      *
000500*      JOB NAME   GATE JOB NAME                   COLS  8-15     *
000600*      CYCLE      N = NIGHTLY (OR BLANK),         COL  17        *
000700*                 I = INTRADAY                                   *
000800*      DUE TIME   HHMMSS MUST-COMPLETE-BY TIME    COLS 19-24     *
000900*      TARGET     MINIMUM MONTHLY COMPLIANCE,     COLS 26-30     *
001000*                 PERCENT WITH TWO IMPLIED                       *
001100*                 DECIMALS, E.G. 09950 = 99.50%                  *
001200*      OWNER      BUSINESS OWNER                  COLS 32-61     *
001300*    ON A CHANGE, A BLANK FIELD KEEPS THE EXISTING VALUE.        *
001400******************************************************************
001500 01  CD-SLA-TRAN-RECORD.
001600     05  CD-SLAT-ACTION              PIC X(06).
001700         88  CD-SLAT-IS-ADD                  VALUE 'ADD   '.
001800         88  CD-SLAT-IS-CHANGE               VALUE 'CHANGE'.
001900         88  CD-SLAT-IS-DELETE               VALUE 'DELETE'.
002000     05  FILLER                      PIC X(01).
002100     05  CD-SLAT-JOB-NAME            PIC X(08).
002200     05  FILLER                      PIC X(01).
002300     05  CD-SLAT-CYCLE-ID            PIC X(01).
002400     05  FILLER                      PIC X(01).
002500     05  CD-SLAT-DUE-TIME            PIC X(06).
002600     05  FILLER                      PIC X(01).
002700     05  CD-SLAT-TARGET-PCT          PIC X(05).
002800     05  FILLER                      PIC X(01).
002900     05  CD-SLAT-OWNER               PIC X(30).
003000     05  FILLER                      PIC X(19).
