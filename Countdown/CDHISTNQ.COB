001500*     ----------------------------------------------------------------------     *
001600*     DATE         INIT   DESCRIPTION                                            *
001700*     09/02/2026   GN     INITIAL VERSION.                                       *
001720*     10/15/2026   GN     OPTIONAL CYCLE ID IN PARM POSITION 25 (N NIGHTLY, I    *
001740*                         INTRADAY, BLANK BOTH) AND A CYCLE COLUMN ON THE        *
001760*                         LISTING, NOW THAT HISTMSTR IS KEYED BY JOB, RUN DATE   *
001780*                         AND CYCLE.                                             *
001786*     10/15/2026   GN     NOT-RUN HISTORY RECORDS (A GATE THAT ONLY WAITED ON    *
001792*                         ITS PREDECESSOR THAT NIGHT) ARE LEFT OFF THE LISTING.  *
001800**********************************************************************************

002000 IDENTIFICATION DIVISION.
003200*                       ZERO = FROM THE OLDEST RECORD KEPT.     *
003300*    POSITIONS 17-24 OPTIONAL TO DATE, YYYYMMDD. BLANK OR       *
003400*                       ZERO = THROUGH THE NEWEST RECORD.       *
003430*    POSITION 25     OPTIONAL CYCLE ID - N = NIGHTLY, I =       *
003460*                       INTRADAY, BLANK = BOTH CYCLES.          *
003500*    EXAMPLES:   "PAYGATE1"                  ALL RETAINED RUNS   *
003600*                "PAYGATE12026080120260831"  AUGUST 2026 ONLY    *
003650*                "PAYGATE1                I"  INTRADAY RUNS ONLY  *
003700******************************************************************

003900 ENVIRONMENT DIVISION.
010000     05  WS-PARM-JOB-NAME            PIC X(08).
010100     05  WS-PARM-FROM-X              PIC X(08).
010200     05  WS-PARM-TO-X                PIC X(08).
010250     05  WS-PARM-CYCLE-ID            PIC X(01).
010300         88  ALL-CYCLES                      VALUE SPACE.
010350         88  VALID-CYCLE-ID                  VALUE SPACE 'N' 'I'.

010400******************************************************************
010500*    INQUIRY RANGE - THE FROM DATE SEEDS THE START KEY SO THE    *
014200         VALUE 'RUN DATE: '.
014300     05  RPT-H1-DATE                 PIC 9(08).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014420     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
014440     05  RPT-H1-CYCLE                PIC X(03).
014460     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
014600     05  RPT-H1-PAGE                 PIC ZZZZ9.
014700     05  FILLER                      PIC X(40) VALUE SPACES.

014900 01  RPT-HEADING-2.
015000     05  FILLER                      PIC X(10)
015100         VALUE 'RUN DATE'.
015130     05  FILLER                      PIC X(04)
015160         VALUE 'CYC'.
015200     05  FILLER                      PIC X(08)
015300         VALUE '  LENGTH'.
015400     05  FILLER                      PIC X(19)
015700         VALUE '  GATE END'.
015800     05  FILLER                      PIC X(09)
015900         VALUE '  ELAPSED'.
016000     05  FILLER                      PIC X(63) VALUE SPACES.

016200 01  RPT-DETAIL-LINE.
016300     05  RPT-DTL-DATE                PIC 9(08).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016420     05  FILLER                      PIC X(01) VALUE SPACES.
016440     05  RPT-DTL-CYCLE               PIC X(01).
016460     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  RPT-DTL-LENGTH              PIC ZZZZ9.
016600     05  FILLER                      PIC X(03) VALUE SPACES.
016700     05  RPT-DTL-START-TS            PIC X(17).
016900     05  RPT-DTL-END-TS              PIC X(17).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  RPT-DTL-ELAPSED             PIC ZZZZZZ9.
017200     05  FILLER                      PIC X(65) VALUE SPACES.

017400 01  RPT-TOTAL-HEADER.
017500     05  FILLER                      PIC X(44)
026900     MOVE WS-PARM-DATA(1:8) TO WS-PARM-JOB-NAME.
027000     MOVE WS-PARM-DATA(9:8) TO WS-PARM-FROM-X.
027100     MOVE WS-PARM-DATA(17:8) TO WS-PARM-TO-X.
027150     MOVE WS-PARM-DATA(25:1) TO WS-PARM-CYCLE-ID.
027200     IF WS-PARM-JOB-NAME = SPACES
027300         DISPLAY "CDHISTNQ - A JOB NAME IS REQUIRED IN PARM "
027400                 "POSITIONS 1-8"
030800             GO TO 0110-GET-PARM-EXIT
030900         END-IF
031000     END-IF.
031010     IF NOT VALID-CYCLE-ID
031020         DISPLAY "CDHISTNQ - CYCLE ID '" WS-PARM-CYCLE-ID
031030                 "' MUST BE N, I OR BLANK"
031040         MOVE 16 TO WS-RC-CANDIDATE
031050         PERFORM 9900-RAISE-RETURN-CODE
031060             THRU 9900-RAISE-RETURN-CODE-EXIT
031070         SET INQUIRY-CANNOT-RUN TO TRUE
031080         GO TO 0110-GET-PARM-EXIT
031090     END-IF.
031100     IF WS-FROM-DATE > WS-TO-DATE
031200         DISPLAY "CDHISTNQ - FROM DATE IS AFTER TO DATE"
031300         MOVE 16 TO WS-RC-CANDIDATE
035100*    POSITION STRAIGHT TO THE FIRST RECORD IN RANGE - JOB NAME   *
035200*    PLUS THE FROM DATE SEEDS THE START KEY - THEN READ          *
035300*    FORWARD UNTIL THE JOB CHANGES OR THE TO DATE IS PASSED.     *
035330*    THE CYCLE IS THE LOW-ORDER PART OF THE KEY, SO IT STARTS AT *
035360*    LOW-VALUES AND A SINGLE-CYCLE INQUIRY SKIPS THE OTHER ONE.  *
035400******************************************************************
035500 0200-RUN-INQUIRY.
035600     MOVE WS-PARM-JOB-NAME TO CD-HIST-JOB-NAME.
035700     MOVE WS-FROM-DATE TO CD-HIST-RUN-DATE.
035750     MOVE LOW-VALUES TO CD-HIST-CYCLE-ID.
035800     START HISTORY-MASTER KEY NOT < CD-HIST-KEY.
035900     IF WS-HIST-STATUS NOT = "00"
036000         SET END-OF-INQUIRY TO TRUE

039200******************************************************************
039300*    0220-LIST-ONE-RUN                                          *
039330*    A NOT-RUN RECORD CARRIES ONLY A NIGHT'S DEPENDENCY WAIT -   *
039360*    THERE IS NO RUN TO LIST OR TO COUNT IN THE AVERAGE.         *
039400******************************************************************
039500 0220-LIST-ONE-RUN.
039502     IF CD-HIST-NOT-RUN
039504         PERFORM 0210-READ-NEXT-HISTORY
039506             THRU 0210-READ-NEXT-HISTORY-EXIT
039508         GO TO 0220-LIST-ONE-RUN-EXIT
039510     END-IF.
039514     IF NOT ALL-CYCLES
039528        AND CD-HIST-CYCLE-ID NOT = WS-PARM-CYCLE-ID
039542         PERFORM 0210-READ-NEXT-HISTORY
039556             THRU 0210-READ-NEXT-HISTORY-EXIT
039570         GO TO 0220-LIST-ONE-RUN-EXIT
039584     END-IF.
039600     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
039700         PERFORM 0400-PRINT-HEADINGS
039800             THRU 0400-PRINT-HEADINGS-EXIT
039900     END-IF.
040000     MOVE SPACES TO RPT-DETAIL-LINE.
040100     MOVE CD-HIST-RUN-DATE TO RPT-DTL-DATE.
040150     MOVE CD-HIST-CYCLE-ID TO RPT-DTL-CYCLE.
040200     MOVE CD-HIST-START-VALUE TO RPT-DTL-LENGTH.
040300     MOVE CD-HIST-START-TIMESTAMP TO RPT-DTL-START-TS.
040400     MOVE CD-HIST-END-TIMESTAMP TO RPT-DTL-END-TS.
045600     ADD 1 TO WS-PAGE-COUNT.
045700     MOVE WS-PARM-JOB-NAME TO RPT-H1-JOB.
045800     MOVE WS-RUN-DATE TO RPT-H1-DATE.
045816     IF ALL-CYCLES
045832         MOVE 'ALL' TO RPT-H1-CYCLE
045848     ELSE
045864         MOVE WS-PARM-CYCLE-ID TO RPT-H1-CYCLE
045880     END-IF.
045900     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
046000     IF WS-PAGE-COUNT = 1
046100         WRITE REPORT-RECORD FROM RPT-HEADING-1
