000100******************************************************************
000200*    CDWMARK - WAREHOUSE EXTRACT WATERMARK RECORD                *
000300*    ONE RECORD ON WHMARK, REWRITTEN BY CDWHSEXT AT THE END OF   *
000400*    EVERY EXTRACT THAT WROTE ALL OF ITS FILES, SAYING HOW FAR   *
000500*    THE WAREHOUSE HAS BEEN SENT EACH SOURCE:                    *
000600*      CD-WMK-EXTRACT-TS     WHEN THAT EXTRACT RAN.              *
000700*      CD-WMK-HIST-RUN-DATE  LATEST HISTMSTR RUN DATE SENT - THE *
000800*                            NEXT EXTRACT SENDS THAT DATE AGAIN  *
000810*                            (ANOTHER CYCLE OR STREAM OF IT MAY  *
000820*                            BE ARCHIVED LATER) AND LATER DATES. *
000900*      CD-WMK-STAT-TS        LATEST STATFILE START OR END TIME   *
001000*                            SENT - THE NEXT EXTRACT SENDS GATES *
001100*                            WHOSE STATUS HAS MOVED SINCE.       *
001200*      CD-WMK-CHG-COUNT      CHGHIST RECORDS ALREADY SENT. THE   *
001300*                            DATASET IS ONLY EVER EXTENDED, SO   *
001400*                            THE NEXT EXTRACT STARTS AFTER THEM. *
001500*      CD-WMK-CHG-APPLY-DATE APPLY DATE, SEQUENCE AND JOB OF THE *
001600*      CD-WMK-CHG-SEQ        LAST CHGHIST RECORD SENT - PROOF    *
001700*      CD-WMK-CHG-JOB-NAME   THE DATASET IS STILL THE ONE        *
001750*                            COUNTED.                            *
001760*    A RESEND STARTING LATER THAN HOW FAR A SOURCE HAD BEEN      *
001770*    SENT LEAVES THAT SOURCE'S MARK WHERE IT WAS - THE ROWS IN   *
001780*    BETWEEN WERE NOT SENT.                                      *
001800******************************************************************
001900 01  CD-WMK-RECORD.
002000     05  CD-WMK-EXTRACT-TS           PIC X(17).
002100     05  CD-WMK-HIST-RUN-DATE        PIC 9(08).
002200     05  CD-WMK-STAT-TS              PIC X(17).
002300     05  CD-WMK-CHG-COUNT            PIC 9(07).
002400     05  CD-WMK-CHG-APPLY-DATE       PIC 9(08).
002500     05  CD-WMK-CHG-SEQ              PIC 9(05).
002600     05  CD-WMK-CHG-JOB-NAME         PIC X(08).
002700     05  FILLER                      PIC X(10).
