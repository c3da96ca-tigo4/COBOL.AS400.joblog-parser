       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLJ400.
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
      *                 Oct2026  written to bring the DB2MSGF and
      *                          AUDITLOG rows of the DR and
      *                          development partitions into this
      *                          partition's copy, so one set of
      *                          inquiries and reports covers them all
      *                 Oct2026  the remote reads run WITH CS, so a
      *                          JOBDRV block the remote later rolls
      *                          back is never copied, and compare the
      *                          timestamp column directly so the
      *                          system/captured index is used
      *                 Oct2026  a PARTDIR row naming this partition's
      *                          own database is refused before any
      *                          CONNECT, marked FAIL and reported - it
      *                          would have collected this partition's
      *                          rows from itself
      *
      * @
      *
      * Collector for the central copy.  Every PARTDIR row with
      * PTN_COLLECT 'Y' is a remote partition: COLLJ400 connects to
      * its PTN_RDBNAME, reads the DB2MSGF and AUDITLOG rows that
      * partition wrote itself (blank DMF_SYSTEM/AUD_SYSTEM there)
      * captured since its high-water mark, and inserts them here
      * stamped with PTN_SYSTEM.  Rows come across in blocks of
      * WS-BLOCK-MAX; each block's inserts and the new high-water
      * mark commit together, so a run that fails part way leaves
      * the partition exactly where its last block did and the
      * next run carries on from there.  The remote read starts
      * WS-OVERLAP-MINS before the mark - a JOBDRV export is stamped
      * when it is written but only seen once its unit of work
      * commits, so rows can turn up behind rows already collected
      * - and every insert checks the row is not here already, so
      * reading a stretch twice never duplicates it.  One partition
      * failing (no connection, a failed read or insert) marks it
      * FAIL in PARTDIR, tells QSYSOPR, and the run moves on to the
      * next one; the run ends rc 8 if any partition failed.
      * Compiled CRTSQLCBLI with RDBCNNMTH(*DUW), with an SQL
      * package for it on every remote (CRTSQLPKG), and each remote
      * needs its RDB directory entry and server authentication
      * entry set up on this partition.  Submitted from CL by
      * SBMCOLL on the central partition only.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy PARTDIRREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-PTN-FAIL-SW           PIC 1  VALUE B"0".
              88  WS-PTN-FAILED          VALUE B"1".
       01   WS-LOCALRDB                  PIC X(18).
       01   WS-FROMTS                    PIC X(26).
       01   WS-NEWHWM                    PIC X(26).
       01   WS-FAIL-STEP                 PIC X(10).
      *    Rows per block, and how far behind the high-water mark
      *    each remote read starts.
       77   WS-BLOCK-MAX                 PIC S9(09) BINARY VALUE 100.
       77   WS-OVERLAP-MINS              PIC S9(09) BINARY VALUE 60.
       77   WS-FETCHED                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-ROW-IDX                   PIC S9(04) BINARY VALUE ZERO.
       77   WS-PTN-IDX                   PIC S9(04) BINARY VALUE ZERO.
       77   WS-PTN-MSGS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PTN-AUDS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOT-MSGS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOT-AUDS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PTN-DONE                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PTN-FAILS                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-MSGS-Z                    PIC 9(09) VALUE ZERO.
       77   WS-AUDS-Z                    PIC 9(09) VALUE ZERO.
       77   WS-DONE-Z                    PIC 9(09) VALUE ZERO.
       77   WS-FAILS-Z                   PIC 9(09) VALUE ZERO.
       01   WS-CMD                       PIC X(256).
       77   WS-CMD-LEN                   PIC 9(09) BINARY VALUE 256.
       77   WS-APOST                     PIC X(01) VALUE ''''.
      *    The partitions to collect from, read up front so the
      *    directory cursor is not left open across the remote
      *    connections.  Twenty is far more partitions than the
      *    shop runs; any past that wait for the next run.
       01   WS-PTN-TABLE.
            05  WS-PTN-COUNT             PIC S9(04) BINARY VALUE ZERO.
            05  WS-PTN-ENTRY OCCURS 20 TIMES.
                10  WS-PTN-SYSTEM        PIC X(08).
                10  WS-PTN-RDBNAME       PIC X(18).
                10  WS-PTN-MSGHWM        PIC X(26).
                10  WS-PTN-AUDHWM        PIC X(26).
      *    One block of remote DB2MSGF rows, and the row being
      *    inserted here - laid out alike, so a group MOVE takes a
      *    block entry into the row.
       01   WS-MSG-BLOCK.
            05  MSB-ENTRY OCCURS 100 TIMES.
                10  MSB-FROMFILE         PIC X(10).
                10  MSB-JOBNAME          PIC X(10).
                10  MSB-JOBNBR           PIC X(06).
                10  MSB-FILENBR          PIC X(06).
                10  MSB-MSGID            PIC X(07).
                10  MSB-SEV              PIC S9(04) BINARY.
                10  MSB-TIMESTAMP        PIC X(26).
                10  MSB-FROMPGM          PIC X(10).
                10  MSB-TOPGM            PIC X(10).
                10  MSB-TEXT             PIC X(200).
                10  MSB-SECLVL           PIC X(200).
                10  MSB-KBACTION         PIC X(50).
                10  MSB-SEQNBR           PIC S9(09) BINARY.
                10  MSB-SOURCE           PIC X(01).
                10  MSB-CAPTURED         PIC X(26).
       01   WS-MSG-ROW.
            05  MSR-FROMFILE             PIC X(10).
            05  MSR-JOBNAME              PIC X(10).
            05  MSR-JOBNBR               PIC X(06).
            05  MSR-FILENBR              PIC X(06).
            05  MSR-MSGID                PIC X(07).
            05  MSR-SEV                  PIC S9(04) BINARY.
            05  MSR-TIMESTAMP            PIC X(26).
            05  MSR-FROMPGM              PIC X(10).
            05  MSR-TOPGM                PIC X(10).
            05  MSR-TEXT                 PIC X(200).
            05  MSR-SECLVL               PIC X(200).
            05  MSR-KBACTION             PIC X(50).
            05  MSR-SEQNBR               PIC S9(09) BINARY.
            05  MSR-SOURCE               PIC X(01).
            05  MSR-CAPTURED             PIC X(26).
      *    The same for AUDITLOG.
       01   WS-AUD-BLOCK.
            05  AUB-ENTRY OCCURS 100 TIMES.
                10  AUB-TIMESTAMP        PIC X(26).
                10  AUB-USER             PIC X(10).
                10  AUB-FROMFILE         PIC X(10).
                10  AUB-JOBNAME          PIC X(10).
                10  AUB-JOBNBR           PIC X(06).
                10  AUB-FILENBR          PIC X(06).
                10  AUB-STATUS           PIC X(04).
                10  AUB-REASONCD         PIC X(02).
                10  AUB-ERRTEXT          PIC X(50).
       01   WS-AUD-ROW.
            05  AUR-TIMESTAMP            PIC X(26).
            05  AUR-USER                 PIC X(10).
            05  AUR-FROMFILE             PIC X(10).
            05  AUR-JOBNAME              PIC X(10).
            05  AUR-JOBNBR               PIC X(06).
            05  AUR-FILENBR              PIC X(06).
            05  AUR-STATUS               PIC X(04).
            05  AUR-REASONCD             PIC X(02).
            05  AUR-ERRTEXT              PIC X(50).
           EXEC SQL
               DECLARE DIRCSR CURSOR FOR
               SELECT PTN_SYSTEM, PTN_RDBNAME, PTN_MSGHWM,
                      PTN_AUDHWM
                 FROM PARTDIR
                WHERE PTN_COLLECT = 'Y'
                ORDER BY PTN_SYSTEM
           END-EXEC.
      *    Both remote cursors are held open across the COMMIT that
      *    ends each block.  Only the remote's own rows are read -
      *    never anything it might itself have collected.  WITH CS
      *    reads committed rows only: a JOBDRV block still in flight
      *    may yet roll back, and the overlap picks it up on a later
      *    run once it commits.  The captured column is compared as
      *    a timestamp, not through CHAR(), so the (system, captured)
      *    index on the remote can position the read.
           EXEC SQL
               DECLARE MSGCSR CURSOR WITH HOLD FOR
               SELECT DMF_FROMFILE, DMF_JOBNAME, DMF_JOBNBR,
                      DMF_FILENBR, DMF_MSGID, DMF_SEV,
                      DMF_TIMESTAMP, DMF_FROMPGM, DMF_TOPGM,
                      DMF_TEXT, DMF_SECLVL, DMF_KBACTION,
                      DMF_SEQNBR, DMF_SOURCE, CHAR(DMF_CAPTURED)
                 FROM DB2MSGF
                WHERE DMF_SYSTEM = ' '
                  AND DMF_CAPTURED > TIMESTAMP(:WS-FROMTS)
                ORDER BY DMF_CAPTURED
                WITH CS
           END-EXEC.
           EXEC SQL
               DECLARE AUDCSR CURSOR WITH HOLD FOR
               SELECT CHAR(AUD_TIMESTAMP), AUD_USER, AUD_FROMFILE,
                      AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR,
                      AUD_STATUS, AUD_REASONCD, AUD_ERRTEXT
                 FROM AUDITLOG
                WHERE AUD_SYSTEM = ' '
                  AND AUD_TIMESTAMP > TIMESTAMP(:WS-FROMTS)
                ORDER BY AUD_TIMESTAMP
                WITH CS
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
            PERFORM 1000-LOAD-DIRECTORY
            PERFORM 2000-COLLECT-PARTITION
                VARYING WS-PTN-IDX FROM 1 BY 1
                  UNTIL WS-PTN-IDX > WS-PTN-COUNT
            IF WS-PTN-FAILS > ZERO
               MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM 3000-SEND-TOTALS
            STOP RUN.
       1000-LOAD-DIRECTORY.
            EXEC SQL
                SET :WS-LOCALRDB = CURRENT SERVER
            END-EXEC
            MOVE ZERO TO WS-PTN-COUNT
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN DIRCSR END-EXEC
            PERFORM 1100-LOAD-ONE-PARTITION
                UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE DIRCSR END-EXEC
            EXEC SQL COMMIT END-EXEC.
       1100-LOAD-ONE-PARTITION.
            EXEC SQL
                FETCH DIRCSR
                 INTO :PTN-SYSTEM, :PTN-RDBNAME, :PTN-MSGHWM,
                      :PTN-AUDHWM
            END-EXEC
            IF SQLCODE NOT = ZERO OR WS-PTN-COUNT = 20
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO WS-PTN-COUNT
               MOVE PTN-SYSTEM  TO WS-PTN-SYSTEM  (WS-PTN-COUNT)
               MOVE PTN-RDBNAME TO WS-PTN-RDBNAME (WS-PTN-COUNT)
               MOVE PTN-MSGHWM  TO WS-PTN-MSGHWM  (WS-PTN-COUNT)
               MOVE PTN-AUDHWM  TO WS-PTN-AUDHWM  (WS-PTN-COUNT)
            END-IF.
       2000-COLLECT-PARTITION.
            MOVE WS-PTN-SYSTEM  (WS-PTN-IDX) TO PTN-SYSTEM
            MOVE WS-PTN-RDBNAME (WS-PTN-IDX) TO PTN-RDBNAME
            MOVE WS-PTN-MSGHWM  (WS-PTN-IDX) TO PTN-MSGHWM
            MOVE WS-PTN-AUDHWM  (WS-PTN-IDX) TO PTN-AUDHWM
            MOVE B"0" TO WS-PTN-FAIL-SW OF WS-SWITCHES
            MOVE SPACES TO WS-FAIL-STEP
            MOVE ZERO TO WS-PTN-MSGS
            MOVE ZERO TO WS-PTN-AUDS
            PERFORM 2100-CONNECT-REMOTE
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2200-COLLECT-MESSAGES
            END-IF
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2400-COLLECT-AUDIT
            END-IF
            PERFORM 2600-MARK-PARTITION.
       2100-CONNECT-REMOTE.
      *    A PARTDIR row naming this partition's own database is
      *    refused before any CONNECT - -842 would leave the run on
      *    the local connection and it would treat this partition
      *    as a remote one.  Otherwise -842 is a connection this
      *    run already holds, from an earlier PARTDIR row naming
      *    the same database.
            IF PTN-RDBNAME = WS-LOCALRDB
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'LOCALRDB' TO WS-FAIL-STEP
            ELSE
               EXEC SQL
                   CONNECT TO :PTN-RDBNAME
               END-EXEC
               IF SQLCODE = -842
                  EXEC SQL
                      SET CONNECTION :PTN-RDBNAME
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                  MOVE 'CONNECT' TO WS-FAIL-STEP
               END-IF
            END-IF.
       2150-SET-FROMTS.
      *    WS-NEWHWM carries the mark in; the start of time has
      *    nothing before it to overlap.
            IF WS-NEWHWM < '0001-01-02'
               MOVE WS-NEWHWM TO WS-FROMTS
            ELSE
               EXEC SQL
                   SET :WS-FROMTS =
                       CHAR(TIMESTAMP(:WS-NEWHWM)
                            - :WS-OVERLAP-MINS MINUTES)
               END-EXEC
            END-IF.
       2200-COLLECT-MESSAGES.
            MOVE PTN-MSGHWM TO WS-NEWHWM
            PERFORM 2150-SET-FROMTS
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN MSGCSR END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'MESSAGES' TO WS-FAIL-STEP
            ELSE
               PERFORM 2210-COPY-MSG-BLOCK
                   UNTIL WS-EOF OF WS-SWITCHES
                      OR WS-PTN-FAILED OF WS-SWITCHES
               EXEC SQL
                   SET CONNECTION :PTN-RDBNAME
               END-EXEC
               EXEC SQL CLOSE MSGCSR END-EXEC
            END-IF.
       2210-COPY-MSG-BLOCK.
            EXEC SQL
                SET CONNECTION :PTN-RDBNAME
            END-EXEC
            EXEC SQL
                FETCH MSGCSR FOR :WS-BLOCK-MAX ROWS
                 INTO :MSB-ENTRY
            END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'MESSAGES' TO WS-FAIL-STEP
            ELSE
               MOVE SQLERRD(3) TO WS-FETCHED
               IF SQLCODE = 100 OR WS-FETCHED < WS-BLOCK-MAX
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
               IF WS-FETCHED > ZERO
                  PERFORM 2220-STORE-MSG-BLOCK
               END-IF
            END-IF.
       2220-STORE-MSG-BLOCK.
      *    The block is in key order, so its last row carries the
      *    new mark; a block read back inside the overlap never
      *    moves the mark backwards.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            PERFORM 2230-INSERT-ONE-MSG
                VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-FETCHED
                     OR WS-PTN-FAILED OF WS-SWITCHES
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               MOVE MSB-CAPTURED (WS-FETCHED) TO WS-NEWHWM
               EXEC SQL
                   UPDATE PARTDIR
                      SET PTN_MSGHWM = :WS-NEWHWM
                    WHERE PTN_SYSTEM = :PTN-SYSTEM
                      AND PTN_MSGHWM < :WS-NEWHWM
               END-EXEC
               IF SQLCODE < ZERO
                  MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                  MOVE 'MESSAGES' TO WS-FAIL-STEP
               END-IF
            END-IF
            IF WS-PTN-FAILED OF WS-SWITCHES
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF.
       2230-INSERT-ONE-MSG.
      *    Keyed the way the remote row is: the same job, file,
      *    print line, message and capture time on the same
      *    partition is the same row.  Nothing inserted (+100) is
      *    a row an earlier run already brought across.
            MOVE MSB-ENTRY (WS-ROW-IDX) TO WS-MSG-ROW
            EXEC SQL
                INSERT INTO DB2MSGF
                    (DMF_FROMFILE, DMF_JOBNAME, DMF_JOBNBR,
                     DMF_FILENBR, DMF_MSGID, DMF_SEV,
                     DMF_TIMESTAMP, DMF_FROMPGM, DMF_TOPGM,
                     DMF_TEXT, DMF_SECLVL, DMF_KBACTION,
                     DMF_SEQNBR, DMF_SOURCE, DMF_SYSTEM,
                     DMF_CAPTURED)
                SELECT :MSR-FROMFILE, :MSR-JOBNAME, :MSR-JOBNBR,
                       :MSR-FILENBR, :MSR-MSGID, :MSR-SEV,
                       :MSR-TIMESTAMP, :MSR-FROMPGM, :MSR-TOPGM,
                       :MSR-TEXT, :MSR-SECLVL, :MSR-KBACTION,
                       :MSR-SEQNBR, :MSR-SOURCE, :PTN-SYSTEM,
                       TIMESTAMP(:MSR-CAPTURED)
                  FROM SYSIBM.SYSDUMMY1
                 WHERE NOT EXISTS
                       (SELECT 1 FROM DB2MSGF
                         WHERE DMF_SYSTEM    = :PTN-SYSTEM
                           AND DMF_JOBNAME   = :MSR-JOBNAME
                           AND DMF_JOBNBR    = :MSR-JOBNBR
                           AND DMF_FILENBR   = :MSR-FILENBR
                           AND DMF_SEQNBR    = :MSR-SEQNBR
                           AND DMF_MSGID     = :MSR-MSGID
                           AND DMF_TIMESTAMP = :MSR-TIMESTAMP
                           AND DMF_CAPTURED  =
                               TIMESTAMP(:MSR-CAPTURED))
            END-EXEC
            IF SQLCODE = ZERO
               ADD 1 TO WS-PTN-MSGS
            ELSE
               IF SQLCODE NOT = 100
                  MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                  MOVE 'MESSAGES' TO WS-FAIL-STEP
               END-IF
            END-IF.
       2400-COLLECT-AUDIT.
            MOVE PTN-AUDHWM TO WS-NEWHWM
            PERFORM 2150-SET-FROMTS
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL
                SET CONNECTION :PTN-RDBNAME
            END-EXEC
            EXEC SQL OPEN AUDCSR END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'AUDIT' TO WS-FAIL-STEP
            ELSE
               PERFORM 2410-COPY-AUD-BLOCK
                   UNTIL WS-EOF OF WS-SWITCHES
                      OR WS-PTN-FAILED OF WS-SWITCHES
               EXEC SQL
                   SET CONNECTION :PTN-RDBNAME
               END-EXEC
               EXEC SQL CLOSE AUDCSR END-EXEC
            END-IF.
       2410-COPY-AUD-BLOCK.
            EXEC SQL
                SET CONNECTION :PTN-RDBNAME
            END-EXEC
            EXEC SQL
                FETCH AUDCSR FOR :WS-BLOCK-MAX ROWS
                 INTO :AUB-ENTRY
            END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'AUDIT' TO WS-FAIL-STEP
            ELSE
               MOVE SQLERRD(3) TO WS-FETCHED
               IF SQLCODE = 100 OR WS-FETCHED < WS-BLOCK-MAX
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
               IF WS-FETCHED > ZERO
                  PERFORM 2420-STORE-AUD-BLOCK
               END-IF
            END-IF.
       2420-STORE-AUD-BLOCK.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            PERFORM 2430-INSERT-ONE-AUD
                VARYING WS-ROW-IDX FROM 1 BY 1
                  UNTIL WS-ROW-IDX > WS-FETCHED
                     OR WS-PTN-FAILED OF WS-SWITCHES
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               MOVE AUB-TIMESTAMP (WS-FETCHED) TO WS-NEWHWM
               EXEC SQL
                   UPDATE PARTDIR
                      SET PTN_AUDHWM = :WS-NEWHWM
                    WHERE PTN_SYSTEM = :PTN-SYSTEM
                      AND PTN_AUDHWM < :WS-NEWHWM
               END-EXEC
               IF SQLCODE < ZERO
                  MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                  MOVE 'AUDIT' TO WS-FAIL-STEP
               END-IF
            END-IF
            IF WS-PTN-FAILED OF WS-SWITCHES
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF.
       2430-INSERT-ONE-AUD.
            MOVE AUB-ENTRY (WS-ROW-IDX) TO WS-AUD-ROW
            EXEC SQL
                INSERT INTO AUDITLOG
                    (AUD_TIMESTAMP, AUD_USER, AUD_FROMFILE,
                     AUD_JOBNAME, AUD_JOBNBR, AUD_FILENBR,
                     AUD_STATUS, AUD_REASONCD, AUD_ERRTEXT,
                     AUD_SYSTEM)
                SELECT TIMESTAMP(:AUR-TIMESTAMP), :AUR-USER,
                       :AUR-FROMFILE, :AUR-JOBNAME, :AUR-JOBNBR,
                       :AUR-FILENBR, :AUR-STATUS, :AUR-REASONCD,
                       :AUR-ERRTEXT, :PTN-SYSTEM
                  FROM SYSIBM.SYSDUMMY1
                 WHERE NOT EXISTS
                       (SELECT 1 FROM AUDITLOG
                         WHERE AUD_SYSTEM    = :PTN-SYSTEM
                           AND AUD_TIMESTAMP =
                               TIMESTAMP(:AUR-TIMESTAMP)
                           AND AUD_JOBNAME   = :AUR-JOBNAME
                           AND AUD_JOBNBR    = :AUR-JOBNBR
                           AND AUD_FILENBR   = :AUR-FILENBR
                           AND AUD_STATUS    = :AUR-STATUS)
            END-EXEC
            IF SQLCODE = ZERO
               ADD 1 TO WS-PTN-AUDS
            ELSE
               IF SQLCODE NOT = 100
                  MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                  MOVE 'AUDIT' TO WS-FAIL-STEP
               END-IF
            END-IF.
       2600-MARK-PARTITION.
      *    Back on this partition whatever happened: drop the
      *    remote connection and record how the run went.  The
      *    counts are the rows this run added, not re-reads.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            IF WS-FAIL-STEP NOT = 'CONNECT' AND
               WS-FAIL-STEP NOT = 'LOCALRDB'
               EXEC SQL
                   RELEASE :PTN-RDBNAME
               END-EXEC
            END-IF
            IF WS-PTN-FAILED OF WS-SWITCHES
               MOVE 'FAIL' TO PTN-LASTSTS
               ADD 1 TO WS-PTN-FAILS
               PERFORM 2700-SEND-FAILURE
            ELSE
               MOVE 'OK' TO PTN-LASTSTS
               ADD 1 TO WS-PTN-DONE
            END-IF
            MOVE WS-PTN-MSGS TO PTN-LASTMSGS
            MOVE WS-PTN-AUDS TO PTN-LASTAUDS
            ADD WS-PTN-MSGS TO WS-TOT-MSGS
            ADD WS-PTN-AUDS TO WS-TOT-AUDS
            EXEC SQL
                UPDATE PARTDIR
                   SET PTN_LASTCOLL = CHAR(CURRENT TIMESTAMP),
                       PTN_LASTSTS  = :PTN-LASTSTS,
                       PTN_LASTMSGS = :PTN-LASTMSGS,
                       PTN_LASTAUDS = :PTN-LASTAUDS
                 WHERE PTN_SYSTEM = :PTN-SYSTEM
            END-EXEC
            EXEC SQL COMMIT END-EXEC.
       2700-SEND-FAILURE.
            MOVE SPACES TO WS-CMD
            IF WS-FAIL-STEP = 'LOCALRDB'
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'COLLJ400 SKIPPED PARTDIR ROW ' DELIMITED BY SIZE
                      PTN-SYSTEM                DELIMITED BY SPACE
                      ' - ITS PTN_RDBNAME IS THIS SYSTEM'
                                                DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            ELSE
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'COLLJ400 COULD NOT COLLECT FROM '
                                                DELIMITED BY SIZE
                      PTN-SYSTEM                DELIMITED BY SPACE
                      ' ('                      DELIMITED BY SIZE
                      WS-FAIL-STEP              DELIMITED BY SPACE
                      ' STEP) - LAST GOOD BLOCK KEPT, RERUN IT'
                                                DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            END-IF
            CALL 'QCMDEXC' USING WS-CMD WS-CMD-LEN.
       3000-SEND-TOTALS.
            MOVE WS-TOT-MSGS  TO WS-MSGS-Z
            MOVE WS-TOT-AUDS  TO WS-AUDS-Z
            MOVE WS-PTN-DONE  TO WS-DONE-Z
            MOVE WS-PTN-FAILS TO WS-FAILS-Z
            MOVE SPACES TO WS-CMD
            STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   'COLLJ400 ADDED '         DELIMITED BY SIZE
                   WS-MSGS-Z                 DELIMITED BY SIZE
                   ' MESSAGE AND '           DELIMITED BY SIZE
                   WS-AUDS-Z                 DELIMITED BY SIZE
                   ' AUDIT ROWS FROM '       DELIMITED BY SIZE
                   WS-DONE-Z                 DELIMITED BY SIZE
                   ' PARTITIONS, '           DELIMITED BY SIZE
                   WS-FAILS-Z                DELIMITED BY SIZE
                   ' FAILED'                 DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
              INTO WS-CMD
            CALL 'QCMDEXC' USING WS-CMD WS-CMD-LEN.
