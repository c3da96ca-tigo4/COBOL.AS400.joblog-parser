      *                          stale - an old CKPT_UPDATED does not
      *                          mean idle while a re-parse is still
      *                          ahead of its first committed block
      *                 Oct2026  the raw joblog archive (JOBLOGARC)
      *                          is purged on a retention of its own,
      *                          new LK-ARC-DAYS (the last parameter,
      *                          so existing callers' positions hold)
      *                          - the auditors want the joblog as
      *                          printed kept on a different clock
      *                          from the parsed rows
      *                 Oct2026  root-cause chains (MSGCHAIN) go with
      *                          their escape's DB2MSGF row - no
      *                          retention of their own
      *                 Oct2026  the object-impact index (OBJREF)
      *                          goes the same way - a reference
      *                          leaves with its DB2MSGF row
      *                 Oct2026  the archive goes a whole joblog at a
      *                          time, by its newest line, and the chain
      *                          and object-reference checks look at
      *                          this partition's own DB2MSGF rows only
      *
      * @
      *
      * Retention purge for the tables this system writes and never
      * previously cleaned: DB2MSGF (by DMF_CAPTURED), AUDITLOG (by
      * AUD_TIMESTAMP), CKPTFILE (by CKPT_UPDATED) and the raw joblog
      * archive JOBLOGARC (whole joblogs, by their newest
      * JLA_ARCHIVED).  MSGCHAIN and OBJREF follow DB2MSGF: a chain
      * whose escape row is gone, or an object reference whose
      * message row is, goes too.
      * Retention days come in per table as zero-padded digit
      * parameters; anything non-numeric or zero refuses the whole
      * run - a zero-day retention is a typo, not a request to
       01   LK-CKPT-DAYS                 PIC X(05).
       01   LK-RPTF                      PIC X(10).
       01   LK-RPTM                      PIC X(10).
       01   LK-ARC-DAYS                  PIC X(05).
       PROCEDURE DIVISION USING LK-MSGF-DAYS
                                LK-AUDIT-DAYS
                                LK-CKPT-DAYS
                                LK-RPTF
                                LK-RPTM
                                LK-ARC-DAYS.
       MAINRTN.
            PERFORM 1000-OVERRIDE-FILES
            OPEN OUTPUT PURGERPT
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM 2000-PURGE-DB2MSGF
               PERFORM 2500-PURGE-MSGCHAIN
               PERFORM 2600-PURGE-OBJREF
               PERFORM 3000-PURGE-AUDITLOG
               PERFORM 4000-PURGE-CKPTFILE
               PERFORM 4500-PURGE-JOBLOGARC
            END-IF
            CLOSE PURGERPT
            STOP RUN.
            MOVE LK-CKPT-DAYS TO WS-DAYS-X
            MOVE SPACES       TO PURGERPT-REC
            MOVE 'CKPTFILE'   TO PG-TABLE OF PURGERPT-REC
            PERFORM 1600-VALIDATE-ONE
            MOVE LK-ARC-DAYS  TO WS-DAYS-X
            MOVE SPACES       TO PURGERPT-REC
            MOVE 'JOBLOGARC'  TO PG-TABLE OF PURGERPT-REC
            PERFORM 1600-VALIDATE-ONE.
       1600-VALIDATE-ONE.
      *    A retention has to be a number and it has to be at least
            MOVE SPACES    TO PURGERPT-REC
            MOVE 'DB2MSGF' TO PG-TABLE OF PURGERPT-REC
            PERFORM 5000-WRITE-PURGE-LINE.
       2500-PURGE-MSGCHAIN.
      *    A chain hangs off its escape's DB2MSGF row, so it goes
      *    once that row has - whatever kept the row (DMF_BASELINE)
      *    keeps the chain with it.  Chains are built on this
      *    partition only, so only its own rows (blank DMF_SYSTEM)
      *    count - a collected row from another partition with the
      *    same job and sequence must not keep an orphan alive.
      *    WS-DAYS still holds the DB2MSGF retention the line
      *    reports against.
            EXEC SQL
                DELETE FROM MSGCHAIN C
                 WHERE NOT EXISTS
                       (SELECT 1 FROM DB2MSGF D
                         WHERE D.DMF_JOBNAME = C.CHN_JOBNAME
                           AND D.DMF_JOBNBR  = C.CHN_JOBNBR
                           AND D.DMF_FILENBR = C.CHN_FILENBR
                           AND D.DMF_SEQNBR  = C.CHN_ESCSEQ
                           AND D.DMF_SYSTEM  = ' ')
            END-EXEC
            MOVE SPACES     TO PURGERPT-REC
            MOVE 'MSGCHAIN' TO PG-TABLE OF PURGERPT-REC
            PERFORM 5000-WRITE-PURGE-LINE.
       2600-PURGE-OBJREF.
      *    Same rule as 2500 for the object-impact index - each row
      *    names the local DB2MSGF row it was pulled from.
            EXEC SQL
                DELETE FROM OBJREF O
                 WHERE NOT EXISTS
                       (SELECT 1 FROM DB2MSGF D
                         WHERE D.DMF_JOBNAME = O.ORF_JOBNAME
                           AND D.DMF_JOBNBR  = O.ORF_JOBNBR
                           AND D.DMF_FILENBR = O.ORF_FILENBR
                           AND D.DMF_SEQNBR  = O.ORF_SEQNBR
                           AND D.DMF_SYSTEM  = ' ')
            END-EXEC
            MOVE SPACES   TO PURGERPT-REC
            MOVE 'OBJREF' TO PG-TABLE OF PURGERPT-REC
            PERFORM 5000-WRITE-PURGE-LINE.
       3000-PURGE-AUDITLOG.
            MOVE LK-AUDIT-DAYS TO WS-DAYS-X
            MOVE WS-DAYS-9     TO WS-DAYS
            MOVE SPACES     TO PURGERPT-REC
            MOVE 'CKPTFILE' TO PG-TABLE OF PURGERPT-REC
            PERFORM 5000-WRITE-PURGE-LINE.
       4500-PURGE-JOBLOGARC.
      *    Whole joblogs age out together, by their newest line.
      *    The lines of one file are not always archived by the
      *    same parse - a 'TR' or 'IP' re-parse resumed days later
      *    archives the rest of the joblog then, and a joblog half
      *    read before archiving was switched on gets its tail
      *    archived later still - so a line-by-line cut would leave
      *    a joblog with its head gone.  A file goes only when no
      *    line of it is newer than the retention.
            MOVE LK-ARC-DAYS TO WS-DAYS-X
            MOVE WS-DAYS-9   TO WS-DAYS
            EXEC SQL
                DELETE FROM JOBLOGARC A
                 WHERE A.JLA_ARCHIVED <
                       CURRENT TIMESTAMP - :WS-DAYS DAYS
                   AND NOT EXISTS
                       (SELECT 1 FROM JOBLOGARC N
                         WHERE N.JLA_JOBNAME = A.JLA_JOBNAME
                           AND N.JLA_JOBNBR  = A.JLA_JOBNBR
                           AND N.JLA_FILENBR = A.JLA_FILENBR
                           AND N.JLA_ARCHIVED >=
                               CURRENT TIMESTAMP - :WS-DAYS DAYS)
            END-EXEC
            MOVE SPACES      TO PURGERPT-REC
            MOVE 'JOBLOGARC' TO PG-TABLE OF PURGERPT-REC
            PERFORM 5000-WRITE-PURGE-LINE.
       5000-WRITE-PURGE-LINE.
      *    SQLERRD(3) is the row count the DELETE just removed; a
      *    DELETE that found nothing old enough ends SQLCODE 100
