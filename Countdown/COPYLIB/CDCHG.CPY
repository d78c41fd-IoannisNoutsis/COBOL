000500*    REJECTED, WITH WHO ENTERED IT, WHO APPROVED OR REJECTED     *
000600*    IT, WHEN, AND THE ORIGINAL CARD IMAGE. THIS IS THE          *
000700*    DATASET THAT GOES TO AUDIT.                                 *
000716*    CD-CHG-BEFORE-IMAGE IS THE CONTROL ENTRY (CDCTL LAYOUT)     *
000732*    AS IT STOOD JUST BEFORE AN APPLIED CHANGE OR DELETE. IT IS  *
000748*    SPACES ON AN ADD, ON A REJECTION, AND ON RECORDS WRITTEN    *
000764*    BEFORE THE FIELD WAS CARRIED. CDCTLPIT UNWINDS THE HISTORY  *
000780*    WITH IT TO REBUILD THE CONTROL FILE AS OF AN EARLIER DATE.  *
000800******************************************************************
000900 01  CD-CHG-RECORD.
001000     05  CD-CHG-SEQ                  PIC 9(05).
001700     05  CD-CHG-RESULT               PIC X(08).
001800     05  CD-CHG-REASON               PIC X(40).
001900     05  CD-CHG-CARD                 PIC X(80).
001950     05  CD-CHG-BEFORE-IMAGE         PIC X(80).
002000     05  FILLER                      PIC X(01).
