001060*      STREAM     OPTIONAL TWO-CHARACTER STREAM ID FOR THE       *
001070*                 PARALLEL BATCH-DRIVER INSTANCES - FIRST        *
001080*                 CHARACTER A LETTER, SECOND A LETTER OR DIGIT   *
001090*      CYCLE      N = NIGHTLY ONLY, I = INTRADAY ONLY, B = BOTH  *
001100*    ON A CHANGE, A BLANK FIELD KEEPS THE EXISTING VALUE AND     *
001200*    AN ASTERISK IN A FIELD'S FIRST BYTE CLEARS IT TO SPACES.    *
001300******************************************************************
003095     05  CD-TRAN-TARGET-TIME         PIC X(06).
003096     05  FILLER                      PIC X(01).
003097     05  CD-TRAN-STREAM-ID           PIC X(02).
003098     05  FILLER                      PIC X(01).
003099     05  CD-TRAN-CYCLE-ID            PIC X(01).
003100     05  FILLER                      PIC X(07).
