      *----------------------------------------------------------*
      *  INQRPYREC.CPY                                            *
      *  Host variables matching one INQRPY row (see INQRPY.SQL)  *
      *  - written by JOBDRV, read by INQRPYRPT.                   *
      *----------------------------------------------------------*
       01  INQRPY-ROW.
           05  RPY-JOBNAME             PIC X(10).
           05  RPY-JOBNBR              PIC X(06).
           05  RPY-FILENBR             PIC X(06).
           05  RPY-SEQNBR              PIC 9(09) BINARY.
           05  RPY-MSGID               PIC X(07).
           05  RPY-SEV                 PIC 9(02).
           05  RPY-TEXT                PIC X(200).
           05  RPY-VALUE               PIC X(20).
           05  RPY-REPLIER             PIC X(10).
           05  RPY-RPYTYPE             PIC X(01).
           05  RPY-ASKED               PIC X(26).
           05  RPY-ANSWERED            PIC X(26).
           05  RPY-WAITMINS            PIC S9(09) BINARY.
