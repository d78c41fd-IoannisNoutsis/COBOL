000100******************************************************************
000200*    CDACK - PAGE ACKNOWLEDGEMENT RECORD                         *
000300*    WRITTEN TO ACKFILE BY THE ON-CALL PAGING TOOLING WHEN       *
000400*    SOMEBODY ACKNOWLEDGES A PAGE, READ BY CDEVDISP'S            *
000500*    ESCALATION PASS AND BY CDMORN. THE PAGE IS IDENTIFIED THE   *
000600*    WAY IT WAS SENT - GATE, EVENT CODE AND EVENT TIMESTAMP, AS  *
000700*    ON THE PAGE LINE AND ITS DISPOSITION (CDDISP). AN           *
000800*    ACKNOWLEDGEMENT BY ANYBODY, AT ANY STEP, STOPS FURTHER      *
000900*    ESCALATION OF THAT PAGE.                                    *
001000*      CD-ACK-BY          ON-CALL ID OF WHOEVER ACKNOWLEDGED.    *
001100*      CD-ACK-TIMESTAMP   WHEN, YYYYMMDD-HHMMSSHH.               *
001200******************************************************************
001300 01  CD-ACK-RECORD.
001400     05  CD-ACK-JOB-NAME             PIC X(08).
001500     05  CD-ACK-EVT-CODE             PIC X(04).
001600     05  CD-ACK-EVT-TIMESTAMP        PIC X(17).
001700     05  CD-ACK-BY                   PIC X(10).
001800     05  CD-ACK-TIMESTAMP            PIC X(17).
001900     05  FILLER                      PIC X(24).
