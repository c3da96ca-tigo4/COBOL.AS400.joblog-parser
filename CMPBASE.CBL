      *                          ruler way of answering "what changed in
      *                          this job's joblog since the last good
      *                          run"
      *                 Oct2026  the latest parse is taken from parsed
      *                          joblog rows only - QHSTLOAD's
      *                          history-log rows (DMF_SOURCE 'H')
      *                          are not a joblog and have no
      *                          baseline to compare against
      *                 Oct2026  compares this partition's own rows only
      *                          - a job of the same name collected from
      *                          another partition is a different run
      *                          with its own baseline there
      *
      * @
      *
                 FROM DB2MSGF
                WHERE DMF_JOBNAME  = :LK-JOBNAME
                  AND DMF_BASELINE = '1'
                  AND DMF_SYSTEM   = ' '
                GROUP BY DMF_MSGID, DMF_FROMPGM, DMF_TOPGM
                ORDER BY DMF_MSGID, DMF_FROMPGM, DMF_TOPGM
           END-EXEC.
                  AND DMF_JOBNBR   = :WS-JOBNBR
                  AND DMF_FILENBR  = :WS-FILENBR
                  AND DMF_BASELINE = '0'
                  AND DMF_SYSTEM   = ' '
                GROUP BY DMF_MSGID, DMF_FROMPGM, DMF_TOPGM
                ORDER BY DMF_MSGID, DMF_FROMPGM, DMF_TOPGM
           END-EXEC.
      *    The latest parse is whichever job number/file number the
      *    most recently captured non-baseline row for this job name
      *    belongs to - that is the run the operator is staring at
      *    when they ask what changed.  History-log rows are not a
      *    parse and never compare.
            MOVE SPACES TO WS-JOBNBR
            MOVE SPACES TO WS-FILENBR
            EXEC SQL
                  FROM DB2MSGF
                 WHERE DMF_JOBNAME  = :LK-JOBNAME
                   AND DMF_BASELINE = '0'
                   AND DMF_SOURCE   = 'J'
                   AND DMF_SYSTEM   = ' '
                 ORDER BY DMF_CAPTURED DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
