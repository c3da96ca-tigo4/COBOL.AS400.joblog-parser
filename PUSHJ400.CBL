       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUSHJ400.
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
      *                 Oct2026  written to send this partition's
      *                          MSGKB, MSGSUPP and APPMAP out to the
      *                          DR and development partitions, so
      *                          every partition parses, suppresses
      *                          and maps applications the same way
      *                 Oct2026  a PARTDIR row naming this partition's
      *                          own database is refused before any
      *                          CONNECT, marked FAIL and reported - it
      *                          would have cleared the master MSGKB,
      *                          MSGSUPP and APPMAP
      *
      * @
      *
      * Pushes the shop's reference tables from the central copy to
      * every PARTDIR row with PTN_PUSH 'Y'.  The central copy is
      * the master: each remote's MSGKB, MSGSUPP and APPMAP are
      * emptied and reloaded from this partition's rows (user and
      * update stamp included), so a note added through MSGKBMNT,
      * MSGSUPMNT or APPMAPMNT on a remote lasts only until the next
      * push - maintain them here.  All three tables on a partition
      * are one unit of work: a failure anywhere rolls the partition
      * back to the tables it had, marks it FAIL in PARTDIR and
      * tells QSYSOPR, and the run moves on to the next partition;
      * the run ends rc 8 if any partition failed.  Rows are read
      * here and written there in blocks of WS-BLOCK-MAX.
      * Compiled CRTSQLCBLI with RDBCNNMTH(*DUW), with an SQL
      * package for it on every remote (CRTSQLPKG), the same way as
      * COLLJ400.  Submitted from CL by SBMPUSH on the central
      * partition only.
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
       01   WS-FAIL-STEP                 PIC X(10).
       77   WS-BLOCK-MAX                 PIC S9(04) BINARY VALUE 100.
       77   WS-FETCHED                   PIC S9(04) BINARY VALUE ZERO.
       77   WS-PTN-IDX                   PIC S9(04) BINARY VALUE ZERO.
       77   WS-KB-ROWS                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-SUPP-ROWS                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-APM-ROWS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PTN-DONE                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PTN-FAILS                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-KB-Z                      PIC 9(09) VALUE ZERO.
       77   WS-SUPP-Z                    PIC 9(09) VALUE ZERO.
       77   WS-APM-Z                     PIC 9(09) VALUE ZERO.
       77   WS-DONE-Z                    PIC 9(09) VALUE ZERO.
       77   WS-FAILS-Z                   PIC 9(09) VALUE ZERO.
       01   WS-CMD                       PIC X(256).
       77   WS-CMD-LEN                   PIC 9(09) BINARY VALUE 256.
       77   WS-APOST                     PIC X(01) VALUE ''''.
      *    The partitions to push to, read up front as COLLJ400
      *    does.
       01   WS-PTN-TABLE.
            05  WS-PTN-COUNT             PIC S9(04) BINARY VALUE ZERO.
            05  WS-PTN-ENTRY OCCURS 20 TIMES.
                10  WS-PTN-SYSTEM        PIC X(08).
                10  WS-PTN-RDBNAME       PIC X(18).
      *    One block of each table, laid out as MSGKBREC, MSGSUPREC
      *    and APPMAPREC with the stamp as CHAR.
       01   WS-KB-BLOCK.
            05  KBB-ENTRY OCCURS 100 TIMES.
                10  KBB-MSGID            PIC X(07).
                10  KBB-CAUSE            PIC X(50).
                10  KBB-ACTION           PIC X(50).
                10  KBB-USER             PIC X(10).
                10  KBB-UPDATED          PIC X(26).
       01   WS-SUPP-BLOCK.
            05  SUPB-ENTRY OCCURS 100 TIMES.
                10  SUPB-MSGID           PIC X(07).
                10  SUPB-FROMPGM         PIC X(10).
                10  SUPB-REASON          PIC X(50).
                10  SUPB-USER            PIC X(10).
                10  SUPB-UPDATED         PIC X(26).
       01   WS-APM-BLOCK.
            05  APMB-ENTRY OCCURS 100 TIMES.
                10  APMB-PATTERN         PIC X(10).
                10  APMB-APPCODE         PIC X(10).
                10  APMB-APPDESC         PIC X(30).
                10  APMB-USER            PIC X(10).
                10  APMB-UPDATED         PIC X(26).
           EXEC SQL
               DECLARE DIRCSR CURSOR FOR
               SELECT PTN_SYSTEM, PTN_RDBNAME
                 FROM PARTDIR
                WHERE PTN_PUSH = 'Y'
                ORDER BY PTN_SYSTEM
           END-EXEC.
      *    The central rows - opened and read on this partition
      *    while the remote connection takes the inserts.
           EXEC SQL
               DECLARE KBCSR CURSOR FOR
               SELECT KB_MSGID, KB_CAUSE, KB_ACTION, KB_USER,
                      CHAR(KB_UPDATED)
                 FROM MSGKB
                ORDER BY KB_MSGID
           END-EXEC.
           EXEC SQL
               DECLARE SUPCSR CURSOR FOR
               SELECT SUP_MSGID, SUP_FROMPGM, SUP_REASON, SUP_USER,
                      CHAR(SUP_UPDATED)
                 FROM MSGSUPP
                ORDER BY SUP_MSGID, SUP_FROMPGM
           END-EXEC.
           EXEC SQL
               DECLARE APMCSR CURSOR FOR
               SELECT APM_PATTERN, APM_APPCODE, APM_APPDESC,
                      APM_USER, CHAR(APM_UPDATED)
                 FROM APPMAP
                ORDER BY APM_PATTERN
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
            PERFORM 1000-LOAD-DIRECTORY
            PERFORM 2000-PUSH-PARTITION
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
                 INTO :PTN-SYSTEM, :PTN-RDBNAME
            END-EXEC
            IF SQLCODE NOT = ZERO OR WS-PTN-COUNT = 20
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO WS-PTN-COUNT
               MOVE PTN-SYSTEM  TO WS-PTN-SYSTEM  (WS-PTN-COUNT)
               MOVE PTN-RDBNAME TO WS-PTN-RDBNAME (WS-PTN-COUNT)
            END-IF.
       2000-PUSH-PARTITION.
            MOVE WS-PTN-SYSTEM  (WS-PTN-IDX) TO PTN-SYSTEM
            MOVE WS-PTN-RDBNAME (WS-PTN-IDX) TO PTN-RDBNAME
            MOVE B"0" TO WS-PTN-FAIL-SW OF WS-SWITCHES
            MOVE SPACES TO WS-FAIL-STEP
            MOVE ZERO TO WS-KB-ROWS
            MOVE ZERO TO WS-SUPP-ROWS
            MOVE ZERO TO WS-APM-ROWS
            PERFORM 2100-CONNECT-REMOTE
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2200-CLEAR-REMOTE
            END-IF
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2300-PUSH-MSGKB
            END-IF
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2400-PUSH-MSGSUPP
            END-IF
            IF NOT WS-PTN-FAILED OF WS-SWITCHES
               PERFORM 2500-PUSH-APPMAP
            END-IF
            IF WS-PTN-FAILED OF WS-SWITCHES
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
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
       2200-CLEAR-REMOTE.
      *    An empty table deletes nothing (+100), which is fine.
            EXEC SQL DELETE FROM MSGKB END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
            END-IF
            EXEC SQL DELETE FROM MSGSUPP END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
            END-IF
            EXEC SQL DELETE FROM APPMAP END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
            END-IF
            IF WS-PTN-FAILED OF WS-SWITCHES
               MOVE 'CLEAR' TO WS-FAIL-STEP
            END-IF.
       2300-PUSH-MSGKB.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN KBCSR END-EXEC
            PERFORM 2310-PUSH-KB-BLOCK
                UNTIL WS-EOF OF WS-SWITCHES
                   OR WS-PTN-FAILED OF WS-SWITCHES
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL CLOSE KBCSR END-EXEC.
       2310-PUSH-KB-BLOCK.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL
                FETCH KBCSR FOR :WS-BLOCK-MAX ROWS
                 INTO :KBB-ENTRY
            END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'MSGKB' TO WS-FAIL-STEP
            ELSE
               MOVE SQLERRD(3) TO WS-FETCHED
               IF SQLCODE = 100 OR WS-FETCHED < WS-BLOCK-MAX
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
               IF WS-FETCHED > ZERO
                  EXEC SQL
                      SET CONNECTION :PTN-RDBNAME
                  END-EXEC
                  EXEC SQL
                      INSERT INTO MSGKB
                          (KB_MSGID, KB_CAUSE, KB_ACTION, KB_USER,
                           KB_UPDATED)
                          :WS-FETCHED ROWS
                      VALUES (:KBB-ENTRY)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                     MOVE 'MSGKB' TO WS-FAIL-STEP
                  ELSE
                     ADD WS-FETCHED TO WS-KB-ROWS
                  END-IF
               END-IF
            END-IF.
       2400-PUSH-MSGSUPP.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN SUPCSR END-EXEC
            PERFORM 2410-PUSH-SUPP-BLOCK
                UNTIL WS-EOF OF WS-SWITCHES
                   OR WS-PTN-FAILED OF WS-SWITCHES
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL CLOSE SUPCSR END-EXEC.
       2410-PUSH-SUPP-BLOCK.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL
                FETCH SUPCSR FOR :WS-BLOCK-MAX ROWS
                 INTO :SUPB-ENTRY
            END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'MSGSUPP' TO WS-FAIL-STEP
            ELSE
               MOVE SQLERRD(3) TO WS-FETCHED
               IF SQLCODE = 100 OR WS-FETCHED < WS-BLOCK-MAX
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
               IF WS-FETCHED > ZERO
                  EXEC SQL
                      SET CONNECTION :PTN-RDBNAME
                  END-EXEC
                  EXEC SQL
                      INSERT INTO MSGSUPP
                          (SUP_MSGID, SUP_FROMPGM, SUP_REASON,
                           SUP_USER, SUP_UPDATED)
                          :WS-FETCHED ROWS
                      VALUES (:SUPB-ENTRY)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                     MOVE 'MSGSUPP' TO WS-FAIL-STEP
                  ELSE
                     ADD WS-FETCHED TO WS-SUPP-ROWS
                  END-IF
               END-IF
            END-IF.
       2500-PUSH-APPMAP.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN APMCSR END-EXEC
            PERFORM 2510-PUSH-APM-BLOCK
                UNTIL WS-EOF OF WS-SWITCHES
                   OR WS-PTN-FAILED OF WS-SWITCHES
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL CLOSE APMCSR END-EXEC.
       2510-PUSH-APM-BLOCK.
            EXEC SQL
                SET CONNECTION :WS-LOCALRDB
            END-EXEC
            EXEC SQL
                FETCH APMCSR FOR :WS-BLOCK-MAX ROWS
                 INTO :APMB-ENTRY
            END-EXEC
            IF SQLCODE < ZERO
               MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
               MOVE 'APPMAP' TO WS-FAIL-STEP
            ELSE
               MOVE SQLERRD(3) TO WS-FETCHED
               IF SQLCODE = 100 OR WS-FETCHED < WS-BLOCK-MAX
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
               IF WS-FETCHED > ZERO
                  EXEC SQL
                      SET CONNECTION :PTN-RDBNAME
                  END-EXEC
                  EXEC SQL
                      INSERT INTO APPMAP
                          (APM_PATTERN, APM_APPCODE, APM_APPDESC,
                           APM_USER, APM_UPDATED)
                          :WS-FETCHED ROWS
                      VALUES (:APMB-ENTRY)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE B"1" TO WS-PTN-FAIL-SW OF WS-SWITCHES
                     MOVE 'APPMAP' TO WS-FAIL-STEP
                  ELSE
                     ADD WS-FETCHED TO WS-APM-ROWS
                  END-IF
               END-IF
            END-IF.
       2600-MARK-PARTITION.
      *    Back on this partition whatever happened: drop the
      *    remote connection and record how the push went.
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
               MOVE 'FAIL' TO PTN-PUSHSTS
               ADD 1 TO WS-PTN-FAILS
               PERFORM 2700-SEND-FAILURE
            ELSE
               MOVE 'OK' TO PTN-PUSHSTS
               ADD 1 TO WS-PTN-DONE
               MOVE WS-KB-ROWS   TO WS-KB-Z
               MOVE WS-SUPP-ROWS TO WS-SUPP-Z
               MOVE WS-APM-ROWS  TO WS-APM-Z
            END-IF
            EXEC SQL
                UPDATE PARTDIR
                   SET PTN_PUSHED  = CHAR(CURRENT TIMESTAMP),
                       PTN_PUSHSTS = :PTN-PUSHSTS
                 WHERE PTN_SYSTEM = :PTN-SYSTEM
            END-EXEC
            EXEC SQL COMMIT END-EXEC.
       2700-SEND-FAILURE.
            MOVE SPACES TO WS-CMD
            IF WS-FAIL-STEP = 'LOCALRDB'
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'PUSHJ400 SKIPPED PARTDIR ROW ' DELIMITED BY SIZE
                      PTN-SYSTEM                DELIMITED BY SPACE
                      ' - ITS PTN_RDBNAME IS THIS SYSTEM'
                                                DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            ELSE
               STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      'PUSHJ400 COULD NOT REFRESH '
                                                DELIMITED BY SIZE
                      PTN-SYSTEM                DELIMITED BY SPACE
                      ' ('                      DELIMITED BY SIZE
                      WS-FAIL-STEP              DELIMITED BY SPACE
                      ' STEP) - ITS TABLES ARE UNCHANGED, RERUN IT'
                                                DELIMITED BY SIZE
                      WS-APOST                  DELIMITED BY SIZE
                      ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
                 INTO WS-CMD
            END-IF
            CALL 'QCMDEXC' USING WS-CMD WS-CMD-LEN.
       3000-SEND-TOTALS.
      *    The row counts are set by the last partition that took
      *    the push - every successful push sends the same rows.
            MOVE WS-PTN-DONE  TO WS-DONE-Z
            MOVE WS-PTN-FAILS TO WS-FAILS-Z
            MOVE SPACES TO WS-CMD
            STRING 'SNDMSG MSG('             DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   'PUSHJ400 SENT '          DELIMITED BY SIZE
                   WS-KB-Z                   DELIMITED BY SIZE
                   ' MSGKB, '                DELIMITED BY SIZE
                   WS-SUPP-Z                 DELIMITED BY SIZE
                   ' MSGSUPP AND '           DELIMITED BY SIZE
                   WS-APM-Z                  DELIMITED BY SIZE
                   ' APPMAP ROWS TO '        DELIMITED BY SIZE
                   WS-DONE-Z                 DELIMITED BY SIZE
                   ' PARTITIONS, '           DELIMITED BY SIZE
                   WS-FAILS-Z                DELIMITED BY SIZE
                   ' FAILED'                 DELIMITED BY SIZE
                   WS-APOST                  DELIMITED BY SIZE
                   ') TOMSGQ(QSYSOPR)'       DELIMITED BY SIZE
              INTO WS-CMD
            CALL 'QCMDEXC' USING WS-CMD WS-CMD-LEN.
