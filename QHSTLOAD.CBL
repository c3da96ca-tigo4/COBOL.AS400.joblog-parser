       IDENTIFICATION DIVISION.
       PROGRAM-ID. QHSTLOAD.
      * @
      * devsoftprog.AS400.joblog-parser
      * Copyright (c) 2011,2012,2013 tigo
      * MIT License (MIT)
      * @
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN
      * THE SOFTWARE.
      * @
      *         change log:
      *
      *                 Oct2026  written so a job that ends without a
      *                          spooled joblog - LOG(4 0 *NOLIST), or
      *                          a joblog that was never produced - is
      *                          no longer a hole in DB2MSGF: its QHST
      *                          history-log entries stand in for the
      *                          QPJOBLOG that CHKSPLF/LSTSPLF could
      *                          not find
      *                 Oct2026  the candidate and already-loaded checks
      *                          use this partition's own AUDITLOG and
      *                          DB2MSGF rows only - the history log it
      *                          reads is this partition's
      *
      * @
      *
      * Loads QHST history-log entries into DB2MSGF for the jobs
      * JOBDRV could not parse.  The candidates are the AUDITLOG
      * FAIL rows with reason code 'NF' or 'NL' written inside the
      * look-back window (hours, parameter) whose job/number has no
      * parsed joblog row in DB2MSGF and no DONE audit row at all -
      * the jobs BLDJOBLST stops retrying.  The history log is read
      * through the QSYS2.HISTORY_LOG_INFO table function, which
      * wraps the same Open List of History Log Messages API DSPLOG
      * uses, from the look-back start less WS-LEAD-HOURS (a job
      * has usually run some hours before its parse was refused)
      * through now.  An entry belongs to a candidate job when the
      * entry was sent from that job, or when its text names the
      * qualified job (the CPF1124/CPF1164 start and end messages,
      * and the QSYSOPR messages sent on the job's behalf).
      * Each matched entry goes through the same MSGSUPP check and
      * MSGKB note lookup JOBDRV's export uses and is inserted with
      * DMF_SOURCE 'H', DMF_FROMFILE 'QHST' and file number '*QHST',
      * so every DB2MSGF reader picks it up and anything that must
      * tell the two apart can.  An entry already loaded by an
      * earlier run (same job, number, message id and timestamp) is
      * skipped, so overlapping windows are harmless.  Submitted
      * from CL by SBMQHST; the totals go to QSYSOPR at the end and
      * a failed insert ends rc 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy DB2MSGREC.
           Copy MSGSUPREC.
           Copy MSGKBREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-INSERT-FAIL-SW        PIC 1  VALUE B"0".
              88  WS-INSERT-FAILED       VALUE B"1".
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
      *    Look-back window for the refused parses, and how much
      *    further back than that the history log is read.
       77   WS-HOURS                     PIC S9(09) BINARY VALUE ZERO.
       77   WS-LEAD-HOURS                PIC S9(09) BINARY VALUE 24.
       01   WS-AUDFROMTS                 PIC X(26).
       01   WS-QHFROMTS                  PIC X(26).
       77   WS-SUPP-HITS                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-DUP-HITS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-ROWS-READ                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-ROWS-ADDED                PIC S9(09) BINARY VALUE ZERO.
       77   WS-ROWS-SUPP                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-ROWS-DUP                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-JOBS-ADDED                PIC S9(09) BINARY VALUE ZERO.
       77   WS-ADDED-Z                   PIC 9(09) VALUE ZERO.
       77   WS-JOBS-Z                    PIC 9(09) VALUE ZERO.
       77   WS-SUPP-Z                    PIC 9(09) VALUE ZERO.
       01   WS-LAST-JOBNAME              PIC X(10) VALUE SPACES.
       01   WS-LAST-JOBNBR               PIC X(06) VALUE SPACES.
       01   WS-CMD                       PIC X(256).
       77   WS-CMD-LEN                   PIC 9(09) BINARY VALUE 256.
       77   WS-APOST                     PIC X(01) VALUE ''''.
      *    One row per history-log entry matched to a candidate job.
      *    FROM_JOB is the qualified 'number/user/name' form; the
      *    text match catches the entries the system sent about the
      *    job rather than from it.  Entries without a message id
      *    (impromptu SNDMSG text) have nothing to key DB2MSGF on
      *    and are left out.  The texts are cut to DB2MSGF's 200.
           EXEC SQL
               DECLARE QHSTCSR CURSOR FOR
               SELECT A.AUD_JOBNAME, A.AUD_JOBNBR, H.MESSAGE_ID,
                      COALESCE(H.SEVERITY, 0),
                      CHAR(H.MESSAGE_TIMESTAMP),
                      COALESCE(H.FROM_PROGRAM, ' '),
                      SUBSTR(COALESCE(H.MESSAGE_TEXT, ' '), 1, 200),
                      SUBSTR(COALESCE(H.MESSAGE_SECOND_LEVEL_TEXT,
                                      ' '), 1, 200)
                 FROM (SELECT DISTINCT AUD_JOBNAME, AUD_JOBNBR
                         FROM AUDITLOG F
                        WHERE F.AUD_STATUS = 'FAIL'
                          AND F.AUD_REASONCD IN ('NF', 'NL')
                          AND F.AUD_SYSTEM = ' '
                          AND CHAR(F.AUD_TIMESTAMP) >= :WS-AUDFROMTS
                          AND NOT EXISTS
                              (SELECT 1 FROM DB2MSGF
                                WHERE DMF_JOBNAME = F.AUD_JOBNAME
                                  AND DMF_JOBNBR  = F.AUD_JOBNBR
                                  AND DMF_SOURCE  = 'J'
                                  AND DMF_SYSTEM  = ' ')
                          AND NOT EXISTS
                              (SELECT 1 FROM AUDITLOG D
                                WHERE D.AUD_JOBNAME = F.AUD_JOBNAME
                                  AND D.AUD_JOBNBR  = F.AUD_JOBNBR
                                  AND D.AUD_STATUS  = 'DONE'
                                  AND D.AUD_SYSTEM  = ' ')) A,
                      TABLE(QSYS2.HISTORY_LOG_INFO(
                            TIMESTAMP(:WS-QHFROMTS),
                            CURRENT TIMESTAMP)) H
                WHERE H.MESSAGE_ID IS NOT NULL
                  AND H.MESSAGE_ID <> ' '
                  AND (H.FROM_JOB LIKE TRIM(A.AUD_JOBNBR) CONCAT
                                       '/%/' CONCAT
                                       TRIM(A.AUD_JOBNAME)
                    OR (LOCATE(TRIM(A.AUD_JOBNBR) CONCAT '/',
                               H.MESSAGE_TEXT) > 0
                        AND LOCATE('/' CONCAT TRIM(A.AUD_JOBNAME),
                                   H.MESSAGE_TEXT) > 0))
                ORDER BY A.AUD_JOBNAME, A.AUD_JOBNBR,
                         H.MESSAGE_TIMESTAMP
           END-EXEC.
       LINKAGE SECTION.
       01   LK-HOURS                     PIC X(05).
       PROCEDURE DIVISION USING LK-HOURS.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            PERFORM 2000-LOAD-ENTRIES
            IF WS-INSERT-FAILED OF WS-SWITCHES
               EXEC SQL ROLLBACK END-EXEC
               MOVE ZERO TO WS-ROWS-ADDED
               MOVE ZERO TO WS-JOBS-ADDED
               MOVE 8 TO RETURN-CODE
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF
            PERFORM 3000-SEND-TOTALS
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed parm
      *    takes the shop default instead of failing the run: the
      *    last 24 hours of refused parses.
            MOVE LK-HOURS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-HOURS
            ELSE
               MOVE 24 TO WS-HOURS
            END-IF
            EXEC SQL
                SET :WS-AUDFROMTS =
                    CHAR(CURRENT TIMESTAMP - :WS-HOURS HOURS)
            END-EXEC
            EXEC SQL
                SET :WS-QHFROMTS =
                    CHAR(CURRENT TIMESTAMP - :WS-HOURS HOURS
                                           - :WS-LEAD-HOURS HOURS)
            END-EXEC.
       2000-LOAD-ENTRIES.
      *    The whole run is one unit of work - a failed insert
      *    rolls every row back, and the next run (whose window
      *    overlaps) loads them all again.
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            MOVE B"0" TO WS-INSERT-FAIL-SW OF WS-SWITCHES
            EXEC SQL OPEN QHSTCSR END-EXEC
            PERFORM 2100-LOAD-ONE-ENTRY UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE QHSTCSR END-EXEC.
       2100-LOAD-ONE-ENTRY.
            EXEC SQL
                FETCH QHSTCSR
                 INTO :DMF-JOBNAME, :DMF-JOBNBR, :DMF-MSGID,
                      :DMF-SEV, :DMF-TIMESTAMP, :DMF-FROMPGM,
                      :DMF-TEXT, :DMF-SECLVL
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO WS-ROWS-READ
               PERFORM 2200-CHECK-SUPPRESSED
               IF WS-SUPP-HITS > ZERO
                  ADD 1 TO WS-ROWS-SUPP
               ELSE
                  PERFORM 2300-CHECK-LOADED
                  IF WS-DUP-HITS > ZERO
                     ADD 1 TO WS-ROWS-DUP
                  ELSE
                     PERFORM 2400-LOOKUP-KB-NOTE
                     PERFORM 2500-INSERT-ROW
                  END-IF
               END-IF
            END-IF.
       2200-CHECK-SUPPRESSED.
      *    Same MSGSUPP test as JOBDRV's 2074-CHECK-ONE-SUPP - an id
      *    suppressed outright, or only from one sending program.
      *    Noise in a joblog is noise in the history log too.
            MOVE DMF-MSGID   TO SUP-MSGID
            MOVE DMF-FROMPGM TO SUP-FROMPGM
            MOVE ZERO TO WS-SUPP-HITS
            EXEC SQL
                SELECT COUNT(*) INTO :WS-SUPP-HITS
                  FROM MSGSUPP
                 WHERE SUP_MSGID = :SUP-MSGID
                   AND (SUP_FROMPGM = ' '
                     OR SUP_FROMPGM = :SUP-FROMPGM)
            END-EXEC.
       2300-CHECK-LOADED.
            MOVE ZERO TO WS-DUP-HITS
            EXEC SQL
                SELECT COUNT(*) INTO :WS-DUP-HITS
                  FROM DB2MSGF
                 WHERE DMF_JOBNAME   = :DMF-JOBNAME
                   AND DMF_JOBNBR    = :DMF-JOBNBR
                   AND DMF_SOURCE    = 'H'
                   AND DMF_SYSTEM    = ' '
                   AND DMF_MSGID     = :DMF-MSGID
                   AND DMF_TIMESTAMP = :DMF-TIMESTAMP
            END-EXEC.
       2400-LOOKUP-KB-NOTE.
      *    The shop's action note rides along exactly as it does on
      *    a parsed row (JOBDRV 2087-LOOKUP-KB-NOTE).
            MOVE SPACES    TO DMF-KBACTION
            MOVE DMF-MSGID TO KB-MSGID
            EXEC SQL
                SELECT KB_ACTION INTO :KB-ACTION
                  FROM MSGKB
                 WHERE KB_MSGID = :KB-MSGID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE KB-ACTION TO DMF-KBACTION
            END-IF.
       2500-INSERT-ROW.
      *    No spooled file stands behind the row: 'QHST' and '*QHST'
      *    fill the from-file and file-number slots, DMF_SEQNBR is
      *    zero (no print line, no checkpoint) and the history log
      *    records no to-program.
            MOVE 'QHST'  TO DMF-FROMFILE
            MOVE '*QHST' TO DMF-FILENBR
            MOVE SPACES  TO DMF-TOPGM
            MOVE ZERO    TO DMF-SEQNBR
            EXEC SQL
                INSERT INTO DB2MSGF
                    (DMF_FROMFILE, DMF_JOBNAME, DMF_JOBNBR,
                     DMF_FILENBR, DMF_MSGID, DMF_SEV,
                     DMF_TIMESTAMP, DMF_FROMPGM, DMF_TOPGM,
                     DMF_TEXT, DMF_SECLVL, DMF_KBACTION,
                     DMF_SEQNBR, DMF_SOURCE)
                VALUES
                    (:DMF-FROMFILE, :DMF-JOBNAME, :DMF-JOBNBR,
                     :DMF-FILENBR, :DMF-MSGID, :DMF-SEV,
                     :DMF-TIMESTAMP, :DMF-FROMPGM, :DMF-TOPGM,
                     :DMF-TEXT, :DMF-SECLVL, :DMF-KBACTION,
                     :DMF-SEQNBR, 'H')
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-INSERT-FAIL-SW OF WS-SWITCHES
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO WS-ROWS-ADDED
               IF DMF-JOBNAME NOT = WS-LAST-JOBNAME
                  OR DMF-JOBNBR NOT = WS-LAST-JOBNBR
                  ADD 1 TO WS-JOBS-ADDED
                  MOVE DMF-JOBNAME TO WS-LAST-JOBNAME
                  MOVE DMF-JOBNBR  TO WS-LAST-JOBNBR
               END-IF
            END-IF.
       3000-SEND-TOTALS.
            MOVE WS-ROWS-ADDED TO WS-ADDED-Z
            MOVE WS-JOBS-ADDED TO WS-JOBS-Z
            MOVE WS-ROWS-SUPP  TO WS-SUPP-Z
            MOVE SPACES TO WS-CMD
            IF WS-INSERT-FAILED OF WS-SWITCHES
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'QHSTLOAD INSERT TO DB2MSGF FAILED - RUN '
                                                DELIMITED BY SIZE
                      'ROLLED BACK, RERUN IT'   DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            ELSE
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'QHSTLOAD ADDED '         DELIMITED BY SIZE
                      WS-ADDED-Z                DELIMITED BY SIZE
                      ' HISTORY LOG ROWS FOR '  DELIMITED BY SIZE
                      WS-JOBS-Z                 DELIMITED BY SIZE
                      ' JOBS, '                 DELIMITED BY SIZE
                      WS-SUPP-Z                 DELIMITED BY SIZE
                      ' SUPPRESSED'             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            END-IF
            CALL 'QCMDEXC' USING WS-CMD WS-CMD-LEN.
