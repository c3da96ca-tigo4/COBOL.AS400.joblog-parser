      *----------------------------------------------------------*
      *  EXPSTSREC.CPY                                            *
      *  Host variables matching one EXPRUNSTS row (see           *
      *  EXPRUNSTS.SQL) - written by CHKEXPRUN.                   *
      *----------------------------------------------------------*
       01  EXPRUNSTS-ROW.
           05  ERS-BUSDATE             PIC X(10).
           05  ERS-PATTERN             PIC X(10).
           05  ERS-APPCODE             PIC X(10).
           05  ERS-STATUS              PIC X(04).
           05  ERS-JOBNAME             PIC X(10).
           05  ERS-JOBNBR              PIC X(06).
           05  ERS-DEADLINE            PIC X(26).
           05  ERS-ALERTED             PIC X(01).
