      *                          instead of slicing it into eleven
      *                          fragments nobody outside operations
      *                          can reassemble
      *                 Oct2026  a partition parameter now that
      *                          COLLJ400 brings the other partitions'
      *                          rows in: blank or *ALL reports them
      *                          all, *LOCAL this partition's own, a
      *                          PARTDIR name that partition's.  The
      *                          all-partitions run adds a section of
      *                          the job/message ids seen on more than
      *                          one partition in the last week
      *
      * @
      *
      * occurrence count per job, the severity mix, and this week's
      * counts against the prior week's by DMF_CAPTURED.  Submitted
      * from CL by SBMTREND the same way SBMJ400B submits MAINJ400B,
      * so it can run every Sunday night unattended.  The partition
      * parameter (checked through CHKPARTN) narrows every section
      * to one partition's rows; run across all of them, a last
      * section lists the job/message ids more than one partition
      * logged in the last 7 days - the same failure on prod and
      * DR, or a problem that followed a change out of development.
      * A partition PARTDIR does not know is said on the report and
      * ends the run rc 8 rather than quietly reporting nothing.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
       01   WS-APPCODE                   PIC X(10).
       01   WS-TREND                     PIC X(08).
       77   WS-HIT-SW                    PIC 1  VALUE B"0".
       01   WS-PARTALL                   PIC X(01).
       01   WS-SYSTEM                    PIC X(08).
       01   WS-PTNVALID                  PIC X(01).
       77   WS-PTNS                      PIC S9(09) BINARY VALUE ZERO.
       01   WS-LOWPTN                    PIC X(08).
       01   WS-HIGHPTN                   PIC X(08).
      *    The by-application rollups, accumulated in storage off
      *    the same cursors the by-job sections print - the pattern
      *    match (MAPAPP) cannot run inside SQL.  Overflow past the
               DECLARE JOBCSR CURSOR FOR
               SELECT DMF_JOBNAME, DMF_MSGID, COUNT(*)
                 FROM DB2MSGF
                WHERE (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                GROUP BY DMF_JOBNAME, DMF_MSGID
                ORDER BY DMF_JOBNAME ASC, 3 DESC
           END-EXEC.
               DECLARE SEVCSR CURSOR FOR
               SELECT DMF_SEV, COUNT(*)
                 FROM DB2MSGF
                WHERE (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                GROUP BY DMF_SEV
                ORDER BY DMF_SEV
           END-EXEC.
                               THEN 1 ELSE 0 END)
                 FROM DB2MSGF
                WHERE DMF_CAPTURED >= CURRENT TIMESTAMP - 14 DAYS
                  AND (:WS-PARTALL = 'Y' OR
                       DMF_SYSTEM = :WS-SYSTEM)
                GROUP BY DMF_JOBNAME, DMF_MSGID
                ORDER BY DMF_JOBNAME, DMF_MSGID
           END-EXEC.
      *    Job/message ids more than one partition logged this week,
      *    the widest spread first.  A blank DMF_SYSTEM is this
      *    partition, so it sorts lowest.
           EXEC SQL
               DECLARE XPCSR CURSOR FOR
               SELECT DMF_JOBNAME, DMF_MSGID,
                      COUNT(DISTINCT DMF_SYSTEM), COUNT(*),
                      MIN(DMF_SYSTEM), MAX(DMF_SYSTEM)
                 FROM DB2MSGF
                WHERE DMF_CAPTURED >= CURRENT TIMESTAMP - 7 DAYS
                GROUP BY DMF_JOBNAME, DMF_MSGID
               HAVING COUNT(DISTINCT DMF_SYSTEM) > 1
                ORDER BY 3 DESC, 4 DESC, DMF_JOBNAME, DMF_MSGID
           END-EXEC.
       LINKAGE SECTION.
       01   LK-PARTITION                 PIC X(08).
       PROCEDURE DIVISION USING LK-PARTITION.
       MAINRTN.
            CALL 'CHKPARTN' USING LK-PARTITION
                                  WS-PARTALL
                                  WS-SYSTEM
                                  WS-PTNVALID
            OPEN OUTPUT ECHORPT
            PERFORM 1000-PRINT-HEADER
            IF WS-PTNVALID = 'N'
               MOVE SPACES TO TRSECT
               MOVE 'PARTITION IS NOT IN PARTDIR - NO REPORT'
                 TO TS-TITLE OF TRSECT
               WRITE RECRPT FROM TRSECT FORMAT IS 'TRSECT'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM 2000-PRINT-TOP-IDS
               PERFORM 2500-PRINT-APP-IDS
               PERFORM 3000-PRINT-SEV-MIX
               PERFORM 4000-PRINT-WEEK-COMPARE
               PERFORM 4500-PRINT-APP-COMPARE
               IF WS-PARTALL = 'Y'
                  PERFORM 5000-PRINT-CROSS-PARTITION
               END-IF
            END-IF
            CLOSE ECHORPT
            STOP RUN.
       1000-PRINT-HEADER.
            END-EXEC
            MOVE SPACES     TO TRHDR
            MOVE WS-RUNDATE TO TH-RUNDATE OF TRHDR
            IF LK-PARTITION = SPACES
               MOVE '*ALL'       TO TH-PARTN OF TRHDR
            ELSE
               MOVE LK-PARTITION TO TH-PARTN OF TRHDR
            END-IF
            WRITE RECRPT FROM TRHDR FORMAT IS 'TRHDR'.
       2000-PRINT-TOP-IDS.
            MOVE SPACES TO TRSECT
            MOVE WS-COUNT-Z            TO TB-LASTWK  OF TRACMLN
            MOVE WS-TREND              TO TB-TREND   OF TRACMLN
            WRITE RECRPT FROM TRACMLN FORMAT IS 'TRACMLN'.
       5000-PRINT-CROSS-PARTITION.
            MOVE SPACES TO TRSECT
            MOVE 'JOB/MSG SEEN ON MORE THAN ONE PARTITION'
              TO TS-TITLE OF TRSECT
            WRITE RECRPT FROM TRSECT FORMAT IS 'TRSECT'
            WRITE RECRPT FORMAT IS 'TRXPHD'
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN XPCSR END-EXEC
            PERFORM 5100-PRINT-XP-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE XPCSR END-EXEC.
       5100-PRINT-XP-LINE.
            EXEC SQL
                FETCH XPCSR
                 INTO :WS-JOBNAME, :WS-MSGID, :WS-PTNS, :WS-COUNT,
                      :WS-LOWPTN, :WS-HIGHPTN
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               MOVE SPACES     TO TRXPLN
               MOVE WS-JOBNAME TO TX-JOBNAME OF TRXPLN
               MOVE WS-MSGID   TO TX-MSGID   OF TRXPLN
               MOVE WS-PTNS    TO WS-COUNT-Z
               MOVE WS-COUNT-Z TO TX-PTNS    OF TRXPLN
               MOVE WS-COUNT   TO WS-COUNT-Z
               MOVE WS-COUNT-Z TO TX-COUNT   OF TRXPLN
               IF WS-LOWPTN = SPACES
                  MOVE '*LOCAL'   TO TX-LOWPTN  OF TRXPLN
               ELSE
                  MOVE WS-LOWPTN  TO TX-LOWPTN  OF TRXPLN
               END-IF
               MOVE WS-HIGHPTN TO TX-HIGHPTN OF TRXPLN
               WRITE RECRPT FROM TRXPLN FORMAT IS 'TRXPLN'
            END-IF.
