000100******************************************************************
000200*    CDOWN - GATE OWNERSHIP MASTER RECORD                        *
000300*    INDEXED MASTER (OWNMSTR) KEYED BY JOB NAME, ONE RECORD PER  *
000400*    GATE, NAMING WHO ANSWERS FOR IT. MAINTAINED BY CDOWNMNT,    *
000500*    READ BY CDEVDISP (WHO TO PAGE) AND CDMORN (WHO OWNS EACH    *
000600*    EXCEPTION):                                                 *
000700*      CD-OWN-TEAM         OWNING TEAM.                          *
000800*      CD-OWN-PRIMARY      PRIMARY ON-CALL ID - THE TEAM'S       *
000900*                          CURRENT ON-CALL, PAGED FIRST.         *
001000*      CD-OWN-SECONDARY    SECONDARY ON-CALL ID, PAGED WHEN AN   *
001100*                          E-SEVERITY PAGE GOES UNACKNOWLEDGED.  *
001200*                          BLANK GOES STRAIGHT TO THE MANAGER.   *
001300*      CD-OWN-MANAGER      ESCALATION MANAGER ID, PAGED LAST.    *
001400*      CD-OWN-RUNBOOK      RUN-BOOK REFERENCE SENT WITH EACH     *
001450*                          PAGE.                                 *
001500*      CD-OWN-ACK-MINS     MINUTES EACH ON-CALL HAS TO           *
001600*                          ACKNOWLEDGE BEFORE THE NEXT IS PAGED. *
001700*                          ZERO TAKES CDEVDISP'S DEFAULT.        *
001800*      CD-OWN-UPDATE-DATE  DATE THE RECORD WAS LAST ADDED OR     *
001900*                          CHANGED.                              *
002000******************************************************************
002100 01  CD-OWN-RECORD.
002200     05  CD-OWN-KEY.
002300         10  CD-OWN-JOB-NAME         PIC X(08).
002400     05  CD-OWN-TEAM                 PIC X(12).
002500     05  CD-OWN-PRIMARY              PIC X(10).
002600     05  CD-OWN-SECONDARY            PIC X(10).
002700     05  CD-OWN-MANAGER              PIC X(10).
002800     05  CD-OWN-RUNBOOK              PIC X(12).
002900     05  CD-OWN-ACK-MINS             PIC 9(03).
003000     05  CD-OWN-UPDATE-DATE          PIC 9(08).
003100     05  FILLER                      PIC X(07).
