      *----------------------------------------------------------*
      *  CHAINREC.CPY                                             *
      *  Host variables matching one MSGCHAIN row (see            *
      *  MSGCHAIN.SQL) - written by JOBDRV, read by MAINJ400C and *
      *  MAINJ400D to put the probable root cause first.          *
      *----------------------------------------------------------*
       01  MSGCHAIN-ROW.
           05  CHN-JOBNAME             PIC X(10).
           05  CHN-JOBNBR              PIC X(06).
           05  CHN-FILENBR             PIC X(06).
           05  CHN-ESCSEQ              PIC 9(09) BINARY.
           05  CHN-SEQNBR              PIC 9(09) BINARY.
           05  CHN-POS                 PIC S9(04) BINARY.
           05  CHN-MSGID               PIC X(07).
           05  CHN-ROLE                PIC X(01).
           05  CHN-ROOT                PIC X(01).
