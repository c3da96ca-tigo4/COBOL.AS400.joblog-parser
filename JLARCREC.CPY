      *----------------------------------------------------------*
      *  JLARCREC.CPY                                             *
      *  Host variables for JOBLOGARC, the raw joblog archive     *
      *  (see JOBLOGARC.SQL).  JOBLOGARC-BLOCK is the host        *
      *  structure array PARSERDO fills and writes with one       *
      *  multi-row INSERT, the same blocking JOBDRV uses for      *
      *  DB2MSGF - one INSERT per print line would cost more than *
      *  the parse itself.  MAINJ400E reads one page of lines at  *
      *  a time into JOBLOGARC-ROW.                               *
      *----------------------------------------------------------*
       01  JOBLOGARC-ROW.
           05  JLA-JOBNAME             PIC X(10).
           05  JLA-JOBNBR              PIC X(06).
           05  JLA-FILENBR             PIC X(06).
           05  JLA-LINESEQ             PIC 9(09) BINARY.
           05  JLA-LINE                PIC X(132).
       01  JOBLOGARC-BLOCK.
           05  JLAB-COUNT              PIC S9(04) BINARY VALUE ZERO.
           05  JLAB-ENTRY OCCURS 500 TIMES.
               10  JLAB-JOBNAME        PIC X(10).
               10  JLAB-JOBNBR         PIC X(06).
               10  JLAB-FILENBR        PIC X(06).
               10  JLAB-LINESEQ        PIC 9(09) BINARY.
               10  JLAB-LINE           PIC X(132).
