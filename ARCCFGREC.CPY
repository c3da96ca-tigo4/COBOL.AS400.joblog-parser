      *----------------------------------------------------------*
      *  ARCCFGREC.CPY                                            *
      *  Host variable for the one ARCHCFG row (see ARCHCFG.SQL), *
      *  read by PARSERDO at the start of every parse.            *
      *----------------------------------------------------------*
       01  ARCHCFG-ROW.
           05  ARC-ENABLED             PIC X(01).
