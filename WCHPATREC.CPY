      *----------------------------------------------------------*
      *  WCHPATREC.CPY                                            *
      *  Host variables matching one WATCHPAT row (see            *
      *  WATCHPAT.SQL).  COPYed by WATCHJ400 to load the job-name *
      *  include/exclude patterns at the top of each pass.        *
      *----------------------------------------------------------*
       01  WATCHPAT-ROW.
           05  WPT-PATTERN             PIC X(10).
           05  WPT-ACTION              PIC X(01).
           05  WPT-USER                PIC X(10).
           05  WPT-UPDATED             PIC X(26).
