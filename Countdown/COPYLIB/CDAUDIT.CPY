000420*    PER GATE SKIPPED BECAUSE IT WAS ALREADY COMPLETE - THE      *
000430*    GATE'S ORIGINAL SUMMARY FROM BEFORE THE ABEND IS STILL ON   *
000440*    THE EXTENDED TRAIL, SO REPORTS KEEP BALANCING.              *
000450*    EVERY RECORD CARRIES THE CYCLE ID ('N' NIGHTLY, 'I'         *
000460*    INTRADAY) OF THE DRIVER RUN THAT WROTE IT; BLANK ON A       *
000470*    TRAIL WRITTEN BEFORE CYCLES EXISTED MEANS NIGHTLY.          *
000477*    A REHEARSAL RUN (COUNTDOWN PARM 'R') MARKS EVERY RECORD 'R' *
000484*    IN THE REHEARSAL FLAG, SO REHEARSAL OUTPUT CAN NEVER BE     *
000491*    TAKEN FOR A PRODUCTION CYCLE'S.                             *
000499*    A BATCH DRIVER WRITES ONE DEPENDENCY-WAIT RECORD (TYPE 'W') *
000507*    FOR EVERY GATE THAT HAD TO WAIT FOR ITS PREDECESSOR, IN     *
000515*    ITS OWN STREAM OR ANOTHER ONE. JOB NAME IS THE WAITING      *
000523*    GATE, TIMESTAMP/END-TIMESTAMP THE WAIT START AND END,       *
000531*    ELAPSED-SECS THE SECONDS WAITED. COUNTER IS THE SECONDS     *
000539*    THE DRIVER INSTANCE SAT IDLE POLLING READYOUT FOR A         *
000547*    CROSS-STREAM PREDECESSOR - ZERO FOR AN IN-STREAM WAIT,      *
000555*    WHILE WHICH THE DRIVER WENT ON RUNNING OTHER GATES.         *
000563*    START-VALUE IS ZERO. OUTCOME: 'R' RELEASED, 'T' TIMED OUT   *
000571*    (CROSS-STREAM FLAG NEVER CAME), 'H' HELD (PREDECESSOR       *
000579*    FINISHED WITHOUT ITS READY FLAG, OR A CIRCULAR DEPENDENCY). *
000587*    THE WAIT FIELDS ARE SPACES ON EVERY OTHER RECORD TYPE.      *
000591*    EACH RUN'S RECORDS SIT BETWEEN A HEADER AND A TRAILER       *
000595*    (CDTOT LAYOUT, TYPE BYTE '*') - SKIP THEM AS DATA.          *
000599******************************************************************
000600 01  CD-AUDIT-RECORD.
000700     05  CD-AUDIT-TYPE               PIC X(01).
000800         88  CD-AUDIT-IS-TICK                VALUE 'T'.
000900         88  CD-AUDIT-IS-SUMMARY             VALUE 'S'.
000950         88  CD-AUDIT-IS-RESUME-NOTE         VALUE 'R'.
000970         88  CD-AUDIT-IS-DEP-WAIT            VALUE 'W'.
000985         88  CD-AUDIT-IS-CONTROL             VALUE '*'.
001000     05  CD-AUDIT-JOB-NAME           PIC X(08).
001100     05  CD-AUDIT-COUNTER            PIC 9(05).
001200     05  CD-AUDIT-TIMESTAMP          PIC X(17).
001300     05  CD-AUDIT-START-VALUE        PIC 9(05).
001400     05  CD-AUDIT-END-TIMESTAMP      PIC X(17).
001500     05  CD-AUDIT-ELAPSED-SECS       PIC 9(07).
001550     05  CD-AUDIT-CYCLE-ID           PIC X(01).
001566     05  CD-AUDIT-REHEARSAL-FLAG     PIC X(01).
001582         88  CD-AUDIT-IS-REHEARSAL           VALUE 'R'.
001600     05  CD-AUDIT-PRED-JOB-NAME      PIC X(08).
001620     05  CD-AUDIT-PRED-STREAM-ID     PIC X(02).
001640     05  CD-AUDIT-WAIT-OUTCOME       PIC X(01).
001660         88  CD-AUDIT-WAIT-RELEASED          VALUE 'R'.
001680         88  CD-AUDIT-WAIT-TIMED-OUT         VALUE 'T'.
001700         88  CD-AUDIT-WAIT-HELD              VALUE 'H'.
001720     05  CD-AUDIT-STREAM-ID          PIC X(02).
