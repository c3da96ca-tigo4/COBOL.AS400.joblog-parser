      *                          an 'EX' rollback nothing proved the
      *                          three tables still agreed, and the
      *                          trail was being taken on faith
      *                 Oct2026  the orphan-row check skips QHSTLOAD's
      *                          history-log rows (DMF_SOURCE 'H') -
      *                          they stand in for a joblog that was
      *                          never parsed, so no DONE row exists
      *                          for them by design
      *                 Oct2026  all three checks look at this
      *                          partition's own rows only (blank
      *                          DMF_SYSTEM and AUD_SYSTEM) - rows
      *                          COLLJ400 brings in from the other
      *                          partitions have their checkpoints and
      *                          parses there
      *
      * @
      *
               SELECT AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
                 FROM AUDITLOG
                WHERE AUD_STATUS = 'DONE'
                  AND AUD_SYSTEM = ' '
                  AND CHAR(AUD_TIMESTAMP) >= :WS-FROMTS
                  AND CHAR(AUD_TIMESTAMP) <= :WS-TOTS
                  AND NOT EXISTS
                      (SELECT 1 FROM DB2MSGF
                        WHERE DMF_JOBNAME = AUD_JOBNAME
                          AND DMF_JOBNBR  = AUD_JOBNBR
                          AND DMF_FILENBR = AUD_FILENBR
                          AND DMF_SYSTEM  = ' ')
                GROUP BY AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
                ORDER BY AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
           END-EXEC.
      *    Check 2: every exported row was put there by an audited
      *    DONE parse - rows without one mean the trail lost the
      *    write that produced them.  History-log rows have no
      *    parse behind them at all and are left out.
           EXEC SQL
               DECLARE ORPHCSR CURSOR FOR
               SELECT DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR
                 FROM DB2MSGF
                WHERE CHAR(DMF_CAPTURED) >= :WS-FROMTS
                  AND CHAR(DMF_CAPTURED) <= :WS-TOTS
                  AND DMF_SOURCE = 'J'
                  AND DMF_SYSTEM = ' '
                  AND NOT EXISTS
                      (SELECT 1 FROM AUDITLOG
                        WHERE AUD_JOBNAME = DMF_JOBNAME
                          AND AUD_JOBNBR  = DMF_JOBNBR
                          AND AUD_FILENBR = DMF_FILENBR
                          AND AUD_STATUS  = 'DONE'
                          AND AUD_SYSTEM  = ' ')
                GROUP BY DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR
                ORDER BY DMF_JOBNAME, DMF_JOBNBR, DMF_FILENBR
           END-EXEC.
                 WHERE DMF_JOBNAME = :WS-JOBNAME
                   AND DMF_JOBNBR  = :WS-JOBNBR
                   AND DMF_FILENBR = :WS-FILENBR
                   AND DMF_SYSTEM  = ' '
            END-EXEC
            IF WS-LASTEXP > WS-MAXSEQ
               ADD 1 TO WS-EXC-COUNT
