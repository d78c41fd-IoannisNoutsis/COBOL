001489*                          STREAM - RUNS ONLY IN AN UNFILTERED   *
001490*                          'B' CYCLE. VALIDATED BY CDSTRMCK      *
001492*                          BEFORE THE WINDOW OPENS.              *
001493*      CD-CTL-CYCLE-ID     WHICH BATCH CYCLES THE GATE RUNS IN.  *
001494*                          'N' (OR BLANK) = NIGHTLY 22:00 CYCLE  *
001495*                          ONLY, 'I' = INTRADAY 12:00 CYCLE      *
001496*                          ONLY, 'B' = BOTH CYCLES. THE DRIVER   *
001497*                          RUNS ONE CYCLE PER INSTANCE, NAMED    *
001498*                          ON THE 'B' PARM.                      *
001500******************************************************************
001600 01  CD-CONTROL-RECORD.
001700     05  CD-CTL-JOB-NAME             PIC X(08).
002370         88  CD-CTL-TARGET-TIME-GATE         VALUE 'T'.
002380     05  CD-CTL-TARGET-TIME          PIC X(06).
002385     05  CD-CTL-STREAM-ID            PIC X(02).
002390     05  CD-CTL-CYCLE-ID             PIC X(01).
002392         88  CD-CTL-NIGHTLY-ONLY             VALUE 'N' ' '.
002394         88  CD-CTL-INTRADAY-ONLY            VALUE 'I'.
002396         88  CD-CTL-BOTH-CYCLES              VALUE 'B'.
002400     05  FILLER                      PIC X(25).
