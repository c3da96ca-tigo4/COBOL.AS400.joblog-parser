      *                          coffee.  Same shape as MAINJ400C:
      *                          one TRANSACTION display file, one
      *                          screen loop until F3.
      *                 Oct2026  the exception drill-down leads with
      *                          the probable root cause MSGCHAIN
      *                          records for the job's escapes -
      *                          those rows come first, marked ROOT,
      *                          and the escapes they explain are
      *                          marked ESC, ahead of the usual
      *                          worst-severity-first order.
      *                 Oct2026  jobs that never left a joblog are
      *                          covered through QHSTLOAD's history-
      *                          log rows: option 5 on an 'NF'/'NL'
      *                          FAIL row drills into the job's
      *                          '*QHST' rows, and a history-log job
      *                          over the threshold is tagged QHST
      *                          rather than ALRT - no alert was
      *                          ever sent for it.
      *                 Oct2026  a Missing count beside DONE/FAIL/
      *                          DENY/BASE: the EXPRUN jobs CHKEXPRUN
      *                          found never ran, whose deadline fell
      *                          in the window.
      *                 Oct2026  a partition filter (DPARTN, checked
      *                          through CHKPARTN) now that COLLJ400
      *                          brings the other partitions' rows in:
      *                          the counts and exception rows follow
      *                          it and every exception row says which
      *                          partition it is from.  The Missing
      *                          count and the ROOT/ESC marks are this
      *                          partition's own - EXPRUNSTS and
      *                          MSGCHAIN are not collected.
      *
      * @
      *
      * Morning operations dashboard over AUDITLOG and DB2MSGF.
      * Key last night's date (and N/D for the shift, or blank for
      * the whole day) and one Enter answers "how did last night
      * go": the DONE/FAIL/DENY/BASE counts, the count of expected
      * jobs that never ran, every FAIL row with its AUD_REASONCD
      * and the REASONCD.CPY wording, and the jobs whose exported
      * messages crossed the ALERTCFG severity threshold.  Option
      * 5 on any exception row drills into that job's exported
      * messages without leaving the screen.  The
      * alerted-jobs list is derived from DB2MSGF against the same
      * ALERTCFG threshold the alert scan used - the notifications
      * JOBDRV sends are not persisted anywhere, and the rows that
                10  EXC-FILENBR          PIC X(06).
                10  EXC-RSNCD            PIC X(02).
                10  EXC-NOTE             PIC X(38).
                10  EXC-SYSTEM           PIC X(08).
      *    The drill-down list, one exception row's exported
      *    messages.  50 matches its subfile too.
       01   DRL-TABLE.
            05  DRL-ENTRY OCCURS 50 TIMES INDEXED BY DRL-IDX.
                10  DRL-MSGID            PIC X(07).
                10  DRL-SEV              PIC 9(02).
                10  DRL-ROLE             PIC X(04).
                10  DRL-TEXT             PIC X(57).
       01   WS-DRL-ROLE                  PIC X(04).
       01   WS-DRL-TEXT                  PIC X(200).
      *    The keyed partition, and what CHKPARTN makes of it for
      *    the cursors - every partition, or one DMF_SYSTEM and
      *    AUD_SYSTEM value (blank for this partition's own rows).
      *    WS-ROWSYSTEM is the partition of the row being fetched
      *    or drilled into.
       01   WS-PARTITION                 PIC X(08).
       01   WS-PARTALL                   PIC X(01).
       01   WS-SYSTEM                    PIC X(08).
       01   WS-PTNVALID                  PIC X(01).
       01   WS-ROWSYSTEM                 PIC X(08).
           EXEC SQL
               DECLARE FAILCSR CURSOR FOR
               SELECT AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR,
                      AUD_REASONCD, AUD_SYSTEM
                 FROM AUDITLOG
                WHERE AUD_STATUS = 'FAIL'
                  AND CHAR(AUD_TIMESTAMP) >= :WS-FROMTS
                  AND CHAR(AUD_TIMESTAMP) <= :WS-TOTS
                  AND (:WS-PARTALL = 'Y' OR
                       AUD_SYSTEM = :WS-SYSTEM)
                ORDER BY AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
           END-EXEC.
      *    "Alerted" is re-derived, not replayed: the jobs whose
           EXEC SQL
               DECLARE ALRTCSR CURSOR FOR
               SELECT DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR,
                      MAX(DMF_SEV), COUNT(*), DMF_SYSTEM
                 FROM DB2MSGF
                WHERE CHAR(DMF_CAPTURED) >= :WS-FROMTS
                  AND CHAR(DMF_CAPTURED) <= :WS-TOTS
                  AND (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                GROUP BY DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR,
                         DMF_SYSTEM
               HAVING MAX(DMF_SEV) >= :ACF-SEVTHRESH
                ORDER BY DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR
           END-EXEC.
      *    DRL_ROLE sorts ROOT, then ESC, then the rest (blank)
      *    descending, so the root causes lead the drill-down.
      *    Chains are only kept where the joblog was parsed, so
      *    rows collected from another partition carry no role.
           EXEC SQL
               DECLARE DRLCSR CURSOR FOR
               SELECT DMF_MSGID, DMF_SEV, DMF_TEXT,
                      CASE WHEN DMF_SYSTEM = ' ' AND EXISTS
                                (SELECT 1 FROM MSGCHAIN
                                  WHERE CHN_JOBNAME = DMF_JOBNAME
                                    AND CHN_JOBNBR  = DMF_JOBNBR
                                    AND CHN_FILENBR = DMF_FILENBR
                                    AND CHN_SEQNBR  = DMF_SEQNBR
                                    AND CHN_ROOT    = '1')
                           THEN 'ROOT'
                           WHEN DMF_SYSTEM = ' ' AND EXISTS
                                (SELECT 1 FROM MSGCHAIN
                                  WHERE CHN_JOBNAME = DMF_JOBNAME
                                    AND CHN_JOBNBR  = DMF_JOBNBR
                                    AND CHN_FILENBR = DMF_FILENBR
                                    AND CHN_SEQNBR  = DMF_SEQNBR
                                    AND CHN_ROLE    = 'E')
                           THEN 'ESC '
                           ELSE '    ' END AS DRL_ROLE
                 FROM DB2MSGF
                WHERE DMF_JOBNAME = :WS-JOBNAME
                  AND DMF_JOBNBR  = :WS-JOBNBR
                  AND DMF_FILENBR = :WS-FILENBR
                  AND DMF_SYSTEM  = :WS-ROWSYSTEM
                ORDER BY DRL_ROLE DESC, DMF_SEV DESC, DMF_MSGID
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
                  MOVE 'SHIFT IS N (NIGHT), D (DAY) OR BLANK'
                    TO MSG OF RDSHSCR-O
               END-IF
            END-IF
            IF IN70 OF WS-INDICATORS = IND-OFF
               MOVE DPARTN OF RDSHSCR-I TO WS-PARTITION
               CALL 'CHKPARTN' USING WS-PARTITION
                                     WS-PARTALL
                                     WS-SYSTEM
                                     WS-PTNVALID
               IF WS-PTNVALID = 'N'
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'THAT PARTITION IS NOT IN PARTDIR'
                    TO MSG OF RDSHSCR-O
               END-IF
            END-IF.
       SETWINDOW.
      *    Night is the shift that ends on the keyed date: 18:00 the
            MOVE WS-CNT TO CDENY OF RDSHSCR-O
            MOVE 'BASE' TO WS-STATUS
            PERFORM COUNTONESTATUS
            MOVE WS-CNT TO CBASE OF RDSHSCR-O
            PERFORM COUNTMISSING
            MOVE WS-CNT TO CMISS OF RDSHSCR-O.
       COUNTONESTATUS.
            MOVE ZERO TO WS-CNT
            EXEC SQL
                 WHERE AUD_STATUS = :WS-STATUS
                   AND CHAR(AUD_TIMESTAMP) >= :WS-FROMTS
                   AND CHAR(AUD_TIMESTAMP) <= :WS-TOTS
                   AND (:WS-PARTALL = 'Y' OR
                        AUD_SYSTEM = :WS-SYSTEM)
            END-EXEC.
       COUNTMISSING.
      *    Not an AUDITLOG status - a job that never ran left no
      *    row there.  CHKEXPRUN's finding for each expected job
      *    carries the deadline it missed, and a miss belongs to
      *    the shift its deadline fell in.  Zero until CHKEXPRUN
      *    has checked the date.  EXPRUNSTS holds this partition's
      *    calendar only, so a filter on another partition has no
      *    misses to count.
            MOVE ZERO TO WS-CNT
            IF WS-PARTALL = 'Y' OR WS-SYSTEM = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-CNT
                     FROM EXPRUNSTS
                    WHERE ERS_STATUS = 'MISS'
                      AND ERS_DEADLINE >= :WS-FROMTS
                      AND ERS_DEADLINE <= :WS-TOTS
               END-EXEC
            END-IF.
       LOADEXC.
      *    FAIL rows first, alerted jobs after - the reader works
      *    top down and the failures are the rows that block the
            EXEC SQL
                FETCH FAILCSR
                 INTO :WS-JOBNAME, :WS-JOBNBR, :WS-FILENBR,
                      :WS-REASONCD, :WS-ROWSYSTEM
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL
                FETCH ALRTCSR
                 INTO :WS-JOBNAME, :WS-JOBNBR, :WS-FILENBR,
                      :WS-SEV, :WS-CNT, :WS-ROWSYSTEM
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
                      WS-CNT-Z            DELIMITED BY SIZE
                      ' MSGS'             DELIMITED BY SIZE
                 INTO WS-NOTE
      *        History-log rows never went past JOBDRV's alert scan,
      *        so they are over the threshold without having been
      *        alerted on - tagged for what they are.
               IF WS-FILENBR = '*QHST'
                  MOVE 'QHST' TO WS-TAG
               ELSE
                  MOVE 'ALRT' TO WS-TAG
               END-IF
               PERFORM ADDEXCROW
            END-IF.
       LOOKUPRSNNOTE.
               MOVE WS-FILENBR  TO EXC-FILENBR (EXC-IDX)
               MOVE WS-REASONCD TO EXC-RSNCD   (EXC-IDX)
               MOVE WS-NOTE     TO EXC-NOTE    (EXC-IDX)
               MOVE WS-ROWSYSTEM TO EXC-SYSTEM (EXC-IDX)
            ELSE
               MOVE B"1" TO WS-OVERFLOW-SW OF WS-SWITCHES
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
       SHOWLIST-LINE.
            MOVE SPACES                   TO SFLEXC01
            MOVE EXC-TAG     (EXC-IDX)    TO XTAG     OF SFLEXC01
            IF EXC-SYSTEM (EXC-IDX) = SPACES
               MOVE '*LOCAL'              TO XPARTN   OF SFLEXC01
            ELSE
               MOVE EXC-SYSTEM (EXC-IDX)  TO XPARTN   OF SFLEXC01
            END-IF
            MOVE EXC-JOBNAME (EXC-IDX)    TO XJOBNAME OF SFLEXC01
            MOVE EXC-JOBNBR  (EXC-IDX)    TO XJOBNBR  OF SFLEXC01
            MOVE EXC-FILENBR (EXC-IDX)    TO XFILENBR OF SFLEXC01
      *    SFLDSP suppressed (IN44) and its no-messages line on:
      *    putting up a subfile with no active records fails at
      *    runtime, the same trap MAINJ400C's no-matches message
      *    steps around.  A job refused for having no joblog at
      *    all ('NF'/'NL') drills into whatever QHSTLOAD found for
      *    it in the history log instead.
            MOVE EXC-JOBNAME (EXC-IDX) TO WS-JOBNAME
            MOVE EXC-JOBNBR  (EXC-IDX) TO WS-JOBNBR
            MOVE EXC-FILENBR (EXC-IDX) TO WS-FILENBR
            MOVE EXC-SYSTEM  (EXC-IDX) TO WS-ROWSYSTEM
            IF EXC-TAG (EXC-IDX) = 'FAIL'
               AND (EXC-RSNCD (EXC-IDX) = 'NF'
                 OR EXC-RSNCD (EXC-IDX) = 'NL')
               MOVE '*QHST' TO WS-FILENBR
            END-IF
            PERFORM LOADDRILL
            MOVE IND-ON TO IN43 OF WS-INDICATORS
            WRITE RECDSP FORMAT IS 'SFLCTL04'
            MOVE WS-JOBNAME TO DRJOBNAME OF SFLCTL04
            MOVE WS-JOBNBR  TO DRJOBNBR  OF SFLCTL04
            MOVE WS-FILENBR TO DRFILENBR OF SFLCTL04
            IF WS-ROWSYSTEM = SPACES
               MOVE '*LOCAL'     TO DRPARTN   OF SFLCTL04
            ELSE
               MOVE WS-ROWSYSTEM TO DRPARTN   OF SFLCTL04
            END-IF
            WRITE RECDSP FORMAT IS 'SFLCTL04'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
       LOADDRILL-FETCH.
            EXEC SQL
                FETCH DRLCSR
                 INTO :WS-MSGID, :WS-SEV, :WS-DRL-TEXT, :WS-DRL-ROLE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
                  SET DRL-IDX TO DRL-COUNT OF DRL-TABLE
                  MOVE WS-MSGID   TO DRL-MSGID (DRL-IDX)
                  MOVE WS-SEV     TO DRL-SEV   (DRL-IDX)
                  MOVE WS-DRL-ROLE TO DRL-ROLE (DRL-IDX)
                  MOVE WS-DRL-TEXT TO DRL-TEXT (DRL-IDX)
               ELSE
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            MOVE SPACES                 TO SFLDRL01
            MOVE DRL-MSGID (DRL-IDX)    TO YMSGID OF SFLDRL01
            MOVE DRL-SEV   (DRL-IDX)    TO YSEV   OF SFLDRL01
            MOVE DRL-ROLE  (DRL-IDX)    TO YROLE  OF SFLDRL01
            MOVE DRL-TEXT  (DRL-IDX)    TO YTEXT  OF SFLDRL01
            WRITE RECDSP FROM SFLDRL01 FORMAT IS 'SFLDRL01'.
