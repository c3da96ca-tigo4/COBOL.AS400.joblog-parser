      *----------------------------------------------------------*
      *  PARTDIRREC.CPY                                           *
      *  Host variables matching one PARTDIR row (see             *
      *  PARTDIR.SQL).  COPYed by COLLJ400 and PUSHJ400 to walk   *
      *  the remote partitions and by CHKPARTN to check a keyed   *
      *  partition filter against the directory.                  *
      *----------------------------------------------------------*
       01  PARTDIR-ROW.
           05  PTN-SYSTEM              PIC X(08).
           05  PTN-RDBNAME             PIC X(18).
           05  PTN-DESC                PIC X(30).
           05  PTN-COLLECT             PIC X(01).
           05  PTN-PUSH                PIC X(01).
           05  PTN-MSGHWM              PIC X(26).
           05  PTN-AUDHWM              PIC X(26).
           05  PTN-LASTCOLL            PIC X(26).
           05  PTN-LASTSTS             PIC X(04).
           05  PTN-LASTMSGS            PIC S9(09) BINARY.
           05  PTN-LASTAUDS            PIC S9(09) BINARY.
           05  PTN-PUSHED              PIC X(26).
           05  PTN-PUSHSTS             PIC X(04).
