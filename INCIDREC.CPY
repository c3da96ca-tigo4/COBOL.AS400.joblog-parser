      *----------------------------------------------------------*
      *  INCIDREC.CPY                                             *
      *  Host variables matching one INCIDENT row (see            *
      *  INCIDENT.SQL) - opened and re-counted by JOBDRV, worked  *
      *  through MAINJ400G, read by INCAGERPT.  The timestamps    *
      *  come back through CHAR().                                *
      *----------------------------------------------------------*
       01  INCIDENT-ROW.
           05  INC-ID                  PIC S9(09) BINARY.
           05  INC-JOBNAME             PIC X(10).
           05  INC-ROOTMSGID           PIC X(07).
           05  INC-STATUS              PIC X(08).
           05  INC-ASSIGNED            PIC X(10).
           05  INC-FIRSTOCC            PIC X(26).
           05  INC-LASTOCC             PIC X(26).
           05  INC-COUNT               PIC S9(09) BINARY.
           05  INC-LASTNBR             PIC X(06).
           05  INC-LASTFILE            PIC X(06).
           05  INC-WORSTID             PIC X(07).
           05  INC-WORSTSEV            PIC S9(04) BINARY.
           05  INC-ACKUSER             PIC X(10).
           05  INC-ACKTS               PIC X(26).
           05  INC-NOTE                PIC X(200).
           05  INC-RESOLVTS            PIC X(26).
           05  INC-UPDUSER             PIC X(10).
           05  INC-UPDATED             PIC X(26).
