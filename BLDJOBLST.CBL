      *                          keying them into a fresh JOBLIST member
      *                          - the exact re-keying MAINJ400B was
      *                          supposed to end
      *                 Oct2026  the retry list comes from this
      *                          partition's own FAIL rows only - a FAIL
      *                          collected from another partition is
      *                          that partition's joblog to retry
      *
      * @
      *
                       MAX(AUD_REASONCD)
                  FROM AUDITLOG
                 WHERE AUD_STATUS = 'FAIL'
                   AND AUD_SYSTEM = ' '
                   AND AUD_TIMESTAMP >= TIMESTAMP(:LK-CUTOFF)
                 GROUP BY AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
                 ORDER BY AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR
