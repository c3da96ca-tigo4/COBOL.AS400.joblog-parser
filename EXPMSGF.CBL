      *                          authority, so last night's parsed
      *                          messages were leaving this system as
      *                          pictures of MAINJ400C
      *                 Oct2026  PARTITION parameter (blank or *ALL,
      *                          *LOCAL, or a PARTDIR name) checked
      *                          through CHKPARTN, and a SYSTEM
      *                          column last on every line - the
      *                          PARTDIR name of the partition
      *                          COLLJ400 took a row from, *LOCAL for
      *                          this partition's own rows, the same
      *                          names the PARTITION parameter takes
      *
      * @
      *
      * The range is DMF_CAPTURED dates, both ends inclusive, and
      * DMF_KBACTION rides along so the collector sees the shop's
      * action note next to the message.  Submitted from CL by
      * SBMEXPORT nightly after MAINJ400B.  The partition parameter
      * narrows the slice to one partition's rows the way MSGTREND's
      * does, and the SYSTEM column says which partition each line
      * came from, so the SIEM sees prod and DR apart.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
       01   WS-FROMTS                    PIC X(26).
       01   WS-TOTS                      PIC X(26).
       01   WS-CAPTURED                  PIC X(26).
       01   WS-PARTALL                   PIC X(01).
       01   WS-SYSTEM                    PIC X(08).
       01   WS-PTNVALID                  PIC X(01).
       01   WS-ROWSYSTEM                 PIC X(08).
       01   WS-LINESYSTEM                PIC X(08).
       01   WS-SEV-Z                     PIC 9(02).
       77   WS-ROWS-WRITTEN              PIC 9(09) VALUE ZERO.
       01   WS-LINE                      PIC X(600).
                      DMF_FILENBR, DMF_MSGID, DMF_SEV,
                      DMF_TIMESTAMP, DMF_FROMPGM, DMF_TOPGM,
                      DMF_TEXT, DMF_SECLVL, DMF_KBACTION,
                      CHAR(DMF_CAPTURED), DMF_SYSTEM
                 FROM DB2MSGF
                WHERE CHAR(DMF_CAPTURED) >= :WS-FROMTS
                  AND CHAR(DMF_CAPTURED) <= :WS-TOTS
                  AND (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                ORDER BY DMF_CAPTURED, DMF_JOBNAME, DMF_JOBNBR
           END-EXEC.
       LINKAGE SECTION.
       01   LK-EXPLIB                    PIC X(10).
       01   LK-EXPF                      PIC X(10).
       01   LK-EXPM                      PIC X(10).
       01   LK-PARTITION                 PIC X(08).
       PROCEDURE DIVISION USING LK-FROMDT
                                LK-TODT
                                LK-STMF
                                LK-EXPLIB
                                LK-EXPF
                                LK-EXPM
                                LK-PARTITION.
       MAINRTN.
            PERFORM 1000-VALIDATE-PARMS
            IF WS-PARMS-BAD OF WS-SWITCHES
               IF SQLCODE < ZERO
                  MOVE B"1" TO WS-PARMS-BAD-SW OF WS-SWITCHES
               END-IF
            END-IF
      *    A partition PARTDIR does not know would export nothing,
      *    and the empty file would replace last night's good one.
            CALL 'CHKPARTN' USING LK-PARTITION
                                  WS-PARTALL
                                  WS-SYSTEM
                                  WS-PTNVALID
            IF WS-PTNVALID = 'N'
               MOVE B"1" TO WS-PARMS-BAD-SW OF WS-SWITCHES
            END-IF.
       1500-OVERRIDE-FILES.
      *    Same per-job OVRDBF dance as MAINJ400B - the work file,
                                               DELIMITED BY SIZE
                   'TIMESTAMP|FROMPGM|TOPGM|TEXT|SECLVL|'
                                               DELIMITED BY SIZE
                   'KBACTION|CAPTURED|SYSTEM'  DELIMITED BY SIZE
              INTO EXPFILE-REC
            WRITE EXPFILE-REC.
       3000-WRITE-SLICE.
                      :DMF-FILENBR, :DMF-MSGID, :DMF-SEV,
                      :DMF-TIMESTAMP, :DMF-FROMPGM, :DMF-TOPGM,
                      :DMF-TEXT, :DMF-SECLVL, :DMF-KBACTION,
                      :WS-CAPTURED, :WS-ROWSYSTEM
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
      *    trims their padding without eating real words - the same
      *    trimming the alert text in JOBDRV uses.
            MOVE DMF-SEV TO WS-SEV-Z
      *    A blank system is this partition's own row, written as
      *    *LOCAL the way CHKPARTN names it, so the column holds
      *    PARTDIR-style names only.
            IF WS-ROWSYSTEM = SPACES
               MOVE '*LOCAL'     TO WS-LINESYSTEM
            ELSE
               MOVE WS-ROWSYSTEM TO WS-LINESYSTEM
            END-IF
            MOVE SPACES TO WS-LINE
            STRING DMF-FROMFILE  DELIMITED BY SPACE
                   '|'           DELIMITED BY SIZE
                   DMF-KBACTION  DELIMITED BY '  '
                   '|'           DELIMITED BY SIZE
                   WS-CAPTURED   DELIMITED BY SPACE
                   '|'           DELIMITED BY SIZE
                   WS-LINESYSTEM DELIMITED BY SPACE
              INTO WS-LINE.
       4000-COPY-TO-STMF.
      *    The member is complete - now it becomes the stream file
            MOVE SPACES TO WS-CMD
            STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   'EXPMSGF REFUSED - CHECK DATES, PATH AND PARTITION'
                                             DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
