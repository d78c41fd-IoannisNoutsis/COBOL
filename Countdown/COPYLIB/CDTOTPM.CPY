000100******************************************************************
000200*    CDTOTPM - PARAMETER AREA FOR THE CDTOTALS SUBPROGRAM        *
000300*    ONE CALL PER FUNCTION, AGAINST THE DATASET NAMED IN         *
000400*    CD-TOT-DATASET (AUDITOUT, EVENTOUT OR READYOUT):            *
000500*      V  VERIFY - READ THE WHOLE DATASET AND CHECK EVERY        *
000600*         SEGMENT'S TRAILER AGAINST ITS RECORDS. RESULT 'Y'      *
000700*         BALANCED, 'N' NOT (THE FIRST FAULT IN CD-TOT-MESSAGE), *
000800*         'M' DATASET COULD NOT BE OPENED.                       *
000900*      A  ADD ONE RECORD JUST WRITTEN (CD-TOT-RECORD-IMAGE) TO   *
001000*         THE RUNNING TOTALS - HEADERS AND TRAILERS INCLUDED.    *
001100*      H  BUILD A HEADER IMAGE FROM THE KEY FIELDS BELOW.        *
001200*      T  BUILD THE TRAILER IMAGE FOR THE STREAM'S OPEN SEGMENT, *
001300*         ELAPSED TO CD-TOT-RUN-DATE/TIME. RESULT 'N' IF NONE.   *
001400*      Q  IS THE STREAM'S SEGMENT OPEN? (CD-TOT-OPEN-FLAG)       *
001500*      I  FORGET THE DATASET - IT HAS JUST BEEN OPENED OUTPUT.   *
001600*    CD-TOT-RUN-DATE/TIME IS THE RUN START FOR 'H' AND THE       *
001700*    CURRENT TIME FOR 'T'.                                       *
001800******************************************************************
001900 01  CD-TOTALS-PARM-AREA.
002000     05  CD-TOT-FUNCTION             PIC X(01).
002100         88  CD-TOT-VERIFY                   VALUE 'V'.
002200         88  CD-TOT-ADD-RECORD               VALUE 'A'.
002300         88  CD-TOT-BUILD-HEADER             VALUE 'H'.
002400         88  CD-TOT-BUILD-TRAILER            VALUE 'T'.
002500         88  CD-TOT-QUERY-OPEN               VALUE 'Q'.
002600         88  CD-TOT-RESET                    VALUE 'I'.
002700     05  CD-TOT-DATASET              PIC X(08).
002800     05  CD-TOT-STREAM-ID            PIC X(02).
002900     05  CD-TOT-CYCLE-DATE           PIC 9(08).
003000     05  CD-TOT-CYCLE-ID             PIC X(01).
003100     05  CD-TOT-REHEARSAL-FLAG       PIC X(01).
003200     05  CD-TOT-RUN-DATE             PIC 9(08).
003300     05  CD-TOT-RUN-TIME             PIC 9(06).
003400     05  CD-TOT-RECORD-IMAGE         PIC X(80).
003500     05  CD-TOT-RESULT               PIC X(01).
003600         88  CD-TOT-IS-BALANCED              VALUE 'Y'.
003700         88  CD-TOT-IS-OUT-OF-BALANCE        VALUE 'N'.
003800         88  CD-TOT-IS-MISSING               VALUE 'M'.
003900     05  CD-TOT-OPEN-FLAG            PIC X(01).
004000         88  CD-TOT-SEGMENT-IS-OPEN          VALUE 'Y'.
004100     05  CD-TOT-FILE-STATUS          PIC X(02).
004200     05  CD-TOT-SEGMENT-COUNT        PIC 9(05).
004300     05  CD-TOT-DATA-COUNT           PIC 9(07).
004400     05  CD-TOT-MESSAGE              PIC X(60).
