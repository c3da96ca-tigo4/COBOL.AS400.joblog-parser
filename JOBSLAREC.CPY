      *----------------------------------------------------------*
      *  JOBSLAREC.CPY                                            *
      *  Host variables matching one JOBSLA row (see JOBSLA.SQL). *
      *----------------------------------------------------------*
       01  JOBSLA-ROW.
           05  SLA-TYPE                PIC X(01).
           05  SLA-KEY                 PIC X(10).
           05  SLA-MAXSECS             PIC S9(09) BINARY.
