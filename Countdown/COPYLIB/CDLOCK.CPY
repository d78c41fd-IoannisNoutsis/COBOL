000910*    THE SCOPE OF A LOCK IS ITS DATASET - PARALLEL STREAM        *
000920*    DRIVERS EACH RUN WITH THEIR OWN LOCKFILE DD, AND THE        *
000930*    STREAM ID IS RECORDED HERE SO OPERATIONS CAN SEE WHOSE      *
000940*    LOCK IT IS. THE CYCLE ID IS RECORDED THE SAME WAY - EACH    *
000950*    CYCLE RUNS WITH ITS OWN LOCKFILE DD TOO.                    *
000970*    A REHEARSAL RUN'S LOCK IS MARKED 'R' IN THE REHEARSAL FLAG. *
001000******************************************************************
001100 01  CD-LOCK-RECORD.
001200     05  CD-LOCK-FLAG                PIC X(01).
001700     05  CD-LOCK-START-TIMESTAMP     PIC X(17).
001800     05  CD-LOCK-HEARTBEAT           PIC X(17).
001850     05  CD-LOCK-STREAM-ID           PIC X(02).
001860     05  CD-LOCK-CYCLE-ID            PIC X(01).
001873     05  CD-LOCK-REHEARSAL-FLAG      PIC X(01).
001886         88  CD-LOCK-IS-REHEARSAL            VALUE 'R'.
001900     05  FILLER                      PIC X(32).
