002420*     09/02/2026   GN     READS THE HISTORY FROM THE INDEXED MASTER              *
002440*                         HISTMSTR (ONE KEYED SWEEP) NOW THAT THE NIGHTLY        *
002460*                         OLD/NEW-MASTER COPY IS GONE.                           *
002473*     10/15/2026   GN     A NOT-RUN HISTORY RECORD (A GATE THAT ONLY WAITED ON   *
002486*                         ITS PREDECESSOR) IS NO LENGTH SAMPLE AND IS SKIPPED.   *
002500**********************************************************************************

002700 IDENTIFICATION DIVISION.
052200*    0320-STORE-HISTORY                                         *
052300*    ONLY THE JOB NAME AND A NUMERIC ELAPSED FIGURE MATTER       *
052400*    HERE - A RECORD WITHOUT THEM CANNOT INFORM A LENGTH.        *
052450*    NOR CAN A NOT-RUN RECORD - THE GATE NEVER RAN THAT NIGHT.   *
052500******************************************************************
052600 0320-STORE-HISTORY.
052700     IF CD-HIST-ELAPSED-SECS NOT NUMERIC
052800        OR CD-HIST-JOB-NAME = SPACES
052850        OR CD-HIST-NOT-RUN
052900         PERFORM 0310-READ-HISTORY THRU 0310-READ-HISTORY-EXIT
053000         GO TO 0320-STORE-HISTORY-EXIT
053100     END-IF.
