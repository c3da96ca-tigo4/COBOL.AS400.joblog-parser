      *----------------------------------------------------------*
      *  EXPRUNREC.CPY                                            *
      *  Host variables matching one EXPRUN row (see EXPRUN.SQL). *
      *  COPYed by EXPRUNMNT to maintain the calendar and by      *
      *  CHKEXPRUN to check it.                                   *
      *----------------------------------------------------------*
       01  EXPRUN-ROW.
           05  EXR-PATTERN             PIC X(10).
           05  EXR-CALTYPE             PIC X(01).
           05  EXR-DAYS                PIC X(07).
           05  EXR-MDAY                PIC S9(04) BINARY.
           05  EXR-ENDTIME             PIC X(08).
           05  EXR-NEXTDAY             PIC X(01).
           05  EXR-APPCODE             PIC X(10).
           05  EXR-USER                PIC X(10).
           05  EXR-UPDATED             PIC X(26).
