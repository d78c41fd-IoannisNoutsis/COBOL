000600*      CONSOLE     SENT AS A CONSOLE MESSAGE                     *
000700*      EMAIL       WRITTEN TO THE EMAIL STAGING DATASET          *
000800*      PAGE        WRITTEN TO THE PAGING STAGING DATASET         *
000816*                  (STEP 1 - THE OWNER'S CURRENT ON-CALL)        *
000832*      ESCALATE 2  E-SEVERITY PAGE NOT ACKNOWLEDGED IN TIME -    *
000848*                  PAGED TO THE SECONDARY ON-CALL                *
000864*      ESCALATE 3  STILL NOT ACKNOWLEDGED - PAGED TO THE         *
000880*                  ESCALATION MANAGER                            *
000900*      SUPPRESSED  DUPLICATE OF AN ALERT INSIDE THE              *
001000*                  SUPPRESSION INTERVAL - NOT RESENT             *
001100*      NO RULE     NO ROUTING RULE MATCHED THE EVENT             *
001130*    A DISPOSITION FOR A REHEARSAL EVENT IS MARKED 'R' IN THE    *
001160*    REHEARSAL FLAG, LIKE THE EVENT ITSELF.                      *
001170*    A PAGE OR ESCALATION CARRIES THE ON-CALL ID IT WAS SENT TO  *
001180*    (BLANK WHEN THE GATE HAS NO OWNER ON OWNMSTR) AND ITS STEP  *
001190*    IN THE ESCALATION CHAIN.                                    *
001200******************************************************************
001300 01  CD-DISP-RECORD.
001400     05  CD-DISP-EVT-CODE            PIC X(04).
001700     05  CD-DISP-EVT-TIMESTAMP      PIC X(17).
001800     05  CD-DISP-ACTION              PIC X(10).
001900     05  CD-DISP-TIMESTAMP           PIC X(17).
001930     05  CD-DISP-REHEARSAL-FLAG      PIC X(01).
001960         88  CD-DISP-IS-REHEARSAL            VALUE 'R'.
002060     05  CD-DISP-RECIPIENT           PIC X(10).
002160     05  CD-DISP-PAGE-STEP           PIC X(01).
002260         88  CD-DISP-TO-PRIMARY              VALUE '1'.
002360         88  CD-DISP-TO-SECONDARY            VALUE '2'.
002460         88  CD-DISP-TO-MANAGER              VALUE '3'.
002560     05  FILLER                      PIC X(11).
