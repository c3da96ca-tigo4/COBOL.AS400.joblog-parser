      *----------------------------------------------------------*
      *  OBJREFREC.CPY                                            *
      *  Host variables matching one OBJREF row (see OBJREF.SQL)  *
      *  - written by JOBDRV, read by MAINJ400F and OBJTROUBLE.   *
      *----------------------------------------------------------*
       01  OBJREF-ROW.
           05  ORF-JOBNAME             PIC X(10).
           05  ORF-JOBNBR              PIC X(06).
           05  ORF-FILENBR             PIC X(06).
           05  ORF-SEQNBR              PIC 9(09) BINARY.
           05  ORF-POS                 PIC S9(04) BINARY.
           05  ORF-MSGID               PIC X(07).
           05  ORF-OBJECT              PIC X(10).
           05  ORF-LIBRARY             PIC X(10).
           05  ORF-MEMBER              PIC X(10).
           05  ORF-OBJTYPE             PIC X(07).
