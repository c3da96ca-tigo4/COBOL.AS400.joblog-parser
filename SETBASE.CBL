      *                 Aug2026  written as CMPBASE's companion - flags
      *                          one parse of a job in DB2MSGF as that
      *                          job's last-known-good baseline
      *                 Oct2026  flags and unflags this partition's own
      *                          rows only, never rows collected from
      *                          another partition
      *
      * @
      *
                  SET DMF_BASELINE = '0'
                WHERE DMF_JOBNAME  = :LK-JOBNAME
                  AND DMF_BASELINE = '1'
                  AND DMF_SYSTEM   = ' '
           END-EXEC
           EXEC SQL
               UPDATE DB2MSGF
                WHERE DMF_JOBNAME = :LK-JOBNAME
                  AND DMF_JOBNBR  = :LK-JOBNBR
                  AND DMF_FILENBR = :LK-FILENBR
                  AND DMF_SYSTEM  = ' '
           END-EXEC
           IF SQLCODE = ZERO AND SQLERRD(3) > ZERO
              PERFORM 2100-WRITE-AUDIT
