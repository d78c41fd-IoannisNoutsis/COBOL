000450*    A COMPLETION FROM THE PREVIOUS CYCLE CAN SHARE THE          *
000460*    CALENDAR DATE ACROSS MIDNIGHT) AND RESUME THE               *
000470*    INTERRUPTED GATE WHERE IT STOOD.                            *
000480*    THE CYCLE ID NAMES WHICH CYCLE ('N' NIGHTLY, 'I' INTRADAY)  *
000490*    THE CHECKPOINT BELONGS TO - ONE CYCLE NEVER RESUMES FROM    *
000495*    THE OTHER'S.                                                *
000496*    A REHEARSAL RUN'S CHECKPOINT IS MARKED 'R' - PRODUCTION     *
000497*    NEVER RESUMES FROM IT, NOR A REHEARSAL FROM PRODUCTION'S.   *
000498*    THE RUN DATE AND TIME ARE WHEN THE RUN ITSELF STARTED - IN  *
000499*    BATCH-DRIVER MODE THE START DATE AND TIME ARE THE GATE'S.   *
000500******************************************************************
000600 01  CD-CHECKPOINT-RECORD.
000700     05  CD-CHKPT-MODE               PIC X(01).
000970     05  CD-CHKPT-JOB-NAME           PIC X(08).
000980     05  CD-CHKPT-CYCLE-DATE         PIC 9(08).
000990     05  CD-CHKPT-CYCLE-TIME         PIC 9(08).
000995     05  CD-CHKPT-CYCLE-ID           PIC X(01).
000996     05  CD-CHKPT-REHEARSAL-FLAG     PIC X(01).
000997         88  CD-CHKPT-IS-REHEARSAL           VALUE 'R'.
000998     05  CD-CHKPT-RUN-DATE           PIC 9(08).
000999     05  CD-CHKPT-RUN-TIME           PIC 9(08).
001000     05  FILLER                      PIC X(02).
