000200*    CDREADY - DOWNSTREAM READY-FLAG RECORD                      *
000300*    WRITTEN ONCE, WHEN A COUNTDOWN GATE REACHES ZERO, SO A      *
000400*    FOLLOWING JCL STEP CAN CHECK THE DATASET EXISTS/HAS DATA.   *
000410*    THE CYCLE ID ('N' NIGHTLY, 'I' INTRADAY) KEEPS ONE CYCLE'S  *
000420*    FLAG FROM RELEASING THE OTHER CYCLE'S DEPENDENTS.           *
000440*    A FLAG WRITTEN BY A REHEARSAL RUN (COUNTDOWN PARM 'R') IS   *
000460*    MARKED 'R' AND NEVER RELEASES A PRODUCTION GATE.            *
000470*    THE STREAM ID IS THE WRITING DRIVER INSTANCE'S (BLANK WHEN  *
000480*    UNFILTERED). EACH INSTANCE'S FLAGS SIT BETWEEN ITS OWN      *
000490*    HEADER AND TRAILER (CDTOT LAYOUT, FLAG BYTE '*') - SKIP     *
000495*    THEM AS DATA.                                               *
000500******************************************************************
000600 01  CD-READY-RECORD.
000700     05  CD-READY-FLAG               PIC X(01).
000800         88  CD-READY-IS-SET                 VALUE 'Y'.
000850         88  CD-READY-IS-CONTROL             VALUE '*'.
000900     05  CD-READY-JOB-NAME           PIC X(08).
001000     05  CD-READY-TIMESTAMP          PIC X(17).
001050     05  CD-READY-CYCLE-ID           PIC X(01).
001066     05  CD-READY-REHEARSAL-FLAG     PIC X(01).
001082         88  CD-READY-IS-REHEARSAL           VALUE 'R'.
001090     05  CD-READY-STREAM-ID          PIC X(02).
001100     05  FILLER                      PIC X(41).
