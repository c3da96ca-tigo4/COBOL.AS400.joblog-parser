      *                          (new DMF_SECLVL) over DHELP1-3 -
      *                          instead of the first 80 bytes of the
      *                          first print line
      *                 Oct2026  the detail format leads with the
      *                          probable root cause from MSGCHAIN -
      *                          the chain the row belongs to, else
      *                          the joblog file's last chain - so
      *                          a CPF9999 row says what actually
      *                          went wrong above it
      *                 Oct2026  the detail format says whether the
      *                          row came from a parsed joblog or
      *                          from QHSTLOAD's history-log load
      *                          (DMF_SOURCE) - the list already
      *                          shows the latter as file '*QHST'
      *                 Oct2026  a partition filter (QSYSTEM, checked
      *                          through CHKPARTN) now that COLLJ400
      *                          brings the other partitions' rows in;
      *                          the list and detail show each row's
      *                          partition, and the root cause is only
      *                          looked up for this partition's own
      *                          rows - MSGCHAIN is not collected
      *
      * @
      *
       77   WS-RRN                        PIC S9(04) BINARY VALUE ZERO.
       01   WS-APPFILTER                  PIC X(10).
       01   WS-APPCODE                    PIC X(10).
       01   WS-ROOT-MSGID                 PIC X(07).
       01   WS-ROOT-TEXT                  PIC X(51).
       01   WS-SOURCE                     PIC X(01).
      *    The keyed partition, and what CHKPARTN makes of it for
      *    the cursor - every partition, or one DMF_SYSTEM value
      *    (blank for this partition's own rows).
       01   WS-PARTITION                  PIC X(08).
       01   WS-PARTALL                    PIC X(01).
       01   WS-SYSTEM                     PIC X(08).
       01   WS-PTNVALID                   PIC X(01).
       01   WS-ROWSYSTEM                  PIC X(08).
      *    One inquiry's worth of matching rows, held back from the
      *    fetch so option 5 can put the full text and timestamps up
      *    on RDETAIL without going back to the table.  Sized to the
                10  INQ-TEXT             PIC X(200).
                10  INQ-SECLVL           PIC X(200).
                10  INQ-CAPTURED         PIC X(26).
                10  INQ-SEQNBR           PIC 9(09) BINARY.
                10  INQ-SOURCE           PIC X(01).
                10  INQ-SYSTEM           PIC X(08).
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
               DECLARE INQCSR CURSOR FOR
               SELECT DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR, DMF_MSGID,
                      DMF_SEV, DMF_TIMESTAMP, DMF_FROMPGM, DMF_TOPGM,
                      DMF_TEXT, DMF_SECLVL, CHAR(DMF_CAPTURED),
                      DMF_SEQNBR, DMF_SOURCE, DMF_SYSTEM
                 FROM DB2MSGF
                WHERE (:DMF-JOBNAME = ' ' OR
                       DMF_JOBNAME = :DMF-JOBNAME)
                  AND (:WS-TOTS = ' ' OR
                       CHAR(DMF_CAPTURED) <= :WS-TOTS)
                  AND DMF_SEV >= :WS-MINSEV
                  AND (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                ORDER BY DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR
           END-EXEC.
       PROCEDURE DIVISION.
                  MOVE 'KEY A JOB NAME, MESSAGE ID OR APPLICATION'
                    TO MSG OF RINQSCR-O
               ELSE
                  MOVE QSYSTEM OF RINQSCR-I TO WS-PARTITION
                  CALL 'CHKPARTN' USING WS-PARTITION
                                        WS-PARTALL
                                        WS-SYSTEM
                                        WS-PTNVALID
                  IF WS-PTNVALID = 'N'
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'THAT PARTITION IS NOT IN PARTDIR'
                       TO MSG OF RINQSCR-O
                  ELSE
                     PERFORM LOADINQ
                     IF INQ-COUNT OF INQ-TABLE = ZERO
                        MOVE IND-ON TO IN70 OF WS-INDICATORS
                        MOVE 'NO EXPORTED MESSAGES MATCH THOSE FILTERS'
                          TO MSG OF RINQSCR-O
                     ELSE
                        PERFORM SHOWLIST
                     END-IF
                  END-IF
               END-IF
            END-IF.
                 INTO :DMF-JOBNAME, :DMF-JOBNBR, :DMF-FILENBR,
                      :DMF-MSGID, :DMF-SEV, :DMF-TIMESTAMP,
                      :DMF-FROMPGM, :DMF-TOPGM, :DMF-TEXT,
                      :DMF-SECLVL, :WS-CAPTURED, :DMF-SEQNBR,
                      :WS-SOURCE, :WS-ROWSYSTEM
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
                  MOVE DMF-TEXT      TO INQ-TEXT      (INQ-IDX)
                  MOVE DMF-SECLVL    TO INQ-SECLVL    (INQ-IDX)
                  MOVE WS-CAPTURED   TO INQ-CAPTURED  (INQ-IDX)
                  MOVE DMF-SEQNBR    TO INQ-SEQNBR    (INQ-IDX)
                  MOVE WS-SOURCE     TO INQ-SOURCE    (INQ-IDX)
                  MOVE WS-ROWSYSTEM  TO INQ-SYSTEM    (INQ-IDX)
               ELSE
                  MOVE B"1" TO WS-OVERFLOW-SW OF WS-SWITCHES
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            MOVE INQ-MSGID    (INQ-IDX)   TO IMSGID    OF SFLINQ01
            MOVE INQ-SEV      (INQ-IDX)   TO ISEV      OF SFLINQ01
            MOVE INQ-CAPTURED (INQ-IDX)   TO ICAPTURED OF SFLINQ01
            IF INQ-SYSTEM (INQ-IDX) = SPACES
               MOVE '*LOCAL'              TO ISYSTEM   OF SFLINQ01
            ELSE
               MOVE INQ-SYSTEM (INQ-IDX)  TO ISYSTEM   OF SFLINQ01
            END-IF
            WRITE RECDSP FROM SFLINQ01 FORMAT IS 'SFLINQ01'.
       SHOWLIST-SCREEN.
            WRITE RECDSP FORMAT IS 'SFLCTL02'
            MOVE INQ-CAPTURED  (INQ-IDX) TO DCAPTURED  OF RDETAIL
            MOVE INQ-FROMPGM   (INQ-IDX) TO DFROMPGM   OF RDETAIL
            MOVE INQ-TOPGM     (INQ-IDX) TO DTOPGM     OF RDETAIL
            IF INQ-SOURCE (INQ-IDX) = 'H'
               MOVE 'QHST HISTORY LOG' TO DSOURCE    OF RDETAIL
            ELSE
               MOVE 'PARSED JOBLOG'    TO DSOURCE    OF RDETAIL
            END-IF
            IF INQ-SYSTEM (INQ-IDX) = SPACES
               MOVE '*LOCAL'             TO DSYSTEM    OF RDETAIL
            ELSE
               MOVE INQ-SYSTEM (INQ-IDX) TO DSYSTEM    OF RDETAIL
            END-IF
      *     The 200-byte texts fold over three display lines each -
      *     78/78/44, the split the RDETAIL fields are sized for.
            MOVE INQ-TEXT   (INQ-IDX) (1:78)
                                         TO DHELP2     OF RDETAIL
            MOVE INQ-SECLVL (INQ-IDX) (157:44)
                                         TO DHELP3     OF RDETAIL
            IF INQ-SYSTEM (INQ-IDX) = SPACES
               PERFORM LOADROOT
            ELSE
               MOVE SPACES TO WS-ROOT-MSGID
               MOVE 'NOT KEPT FOR OTHER PARTITIONS' TO WS-ROOT-TEXT
            END-IF
            MOVE WS-ROOT-MSGID             TO DROOTID    OF RDETAIL
            MOVE WS-ROOT-TEXT              TO DROOTTXT   OF RDETAIL
            WRITE RECDSP FORMAT IS 'RDETAIL'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS.
       LOADROOT.
      *    The root cause of the chain this row belongs to - as the
      *    escape or as one of the messages leading up to it - else
      *    of the last chain JOBDRV recorded for the same joblog
      *    file, which is the failure the file ended on.  No chain
      *    at all (a joblog with no escape, or parsed before chains
      *    were kept) says so rather than leaving the line blank.
      *    Chains stay on the partition that parsed the joblog, so
      *    this only runs for this partition's own rows.
            MOVE INQ-JOBNAME (INQ-IDX) TO DMF-JOBNAME
            MOVE INQ-JOBNBR  (INQ-IDX) TO DMF-JOBNBR
            MOVE INQ-FILENBR (INQ-IDX) TO DMF-FILENBR
            MOVE INQ-SEQNBR  (INQ-IDX) TO DMF-SEQNBR
            MOVE SPACES TO WS-ROOT-MSGID
            MOVE SPACES TO WS-ROOT-TEXT
            EXEC SQL
                SELECT R.DMF_MSGID, SUBSTR(R.DMF_TEXT, 1, 51)
                  INTO :WS-ROOT-MSGID, :WS-ROOT-TEXT
                  FROM MSGCHAIN C, DB2MSGF R
                 WHERE C.CHN_JOBNAME = :DMF-JOBNAME
                   AND C.CHN_JOBNBR  = :DMF-JOBNBR
                   AND C.CHN_FILENBR = :DMF-FILENBR
                   AND C.CHN_ROOT    = '1'
                   AND C.CHN_ESCSEQ  = COALESCE(
                       (SELECT MAX(M.CHN_ESCSEQ) FROM MSGCHAIN M
                         WHERE M.CHN_JOBNAME = :DMF-JOBNAME
                           AND M.CHN_JOBNBR  = :DMF-JOBNBR
                           AND M.CHN_FILENBR = :DMF-FILENBR
                           AND M.CHN_SEQNBR  = :DMF-SEQNBR),
                       (SELECT MAX(L.CHN_ESCSEQ) FROM MSGCHAIN L
                         WHERE L.CHN_JOBNAME = :DMF-JOBNAME
                           AND L.CHN_JOBNBR  = :DMF-JOBNBR
                           AND L.CHN_FILENBR = :DMF-FILENBR))
                   AND R.DMF_JOBNAME = C.CHN_JOBNAME
                   AND R.DMF_JOBNBR  = C.CHN_JOBNBR
                   AND R.DMF_FILENBR = C.CHN_FILENBR
                   AND R.DMF_SEQNBR  = C.CHN_SEQNBR
                   AND R.DMF_SYSTEM  = ' '
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-ROOT-MSGID
               MOVE 'NONE RECORDED FOR THIS JOBLOG' TO WS-ROOT-TEXT
            END-IF.
