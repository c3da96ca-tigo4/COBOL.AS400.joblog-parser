      *----------------------------------------------------------*
      *  JOBRUNREC.CPY                                            *
      *  Host variables matching one JOBRUNH row (see            *
      *  JOBRUNH.SQL) - written by JOBDRV, read by RUNSLARPT.     *
      *----------------------------------------------------------*
       01  JOBRUNH-ROW.
           05  JRH-JOBNAME             PIC X(10).
           05  JRH-JOBNBR              PIC X(06).
           05  JRH-FILENBR             PIC X(06).
           05  JRH-STARTTS             PIC X(26).
           05  JRH-ENDTS               PIC X(26).
           05  JRH-ELAPSED             PIC S9(09) BINARY.
           05  JRH-ENDCODE             PIC X(02).
           05  JRH-CPUSECS             PIC S9(08)V9(03) PACKED-DECIMAL.
           05  JRH-COMPLETE            PIC X(01).
