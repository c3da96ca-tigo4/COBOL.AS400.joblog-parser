       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHJ400.
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
      *                 Oct2026  written because a job that failed at
      *                          14:00 sat unparsed until the next
      *                          night's JOBLIST run - the alert and
      *                          the DB2MSGF rows now exist minutes
      *                          after the joblog lands on the queue
      *                 Oct2026  the already-parsed check reads this
      *                          partition's own AUDITLOG rows only - a
      *                          row collected from another partition
      *                          for the same job number must not hide a
      *                          joblog here
      *
      * @
      *
      * Never-ending output-queue watcher.  Lists the joblog output
      * queue (QEZJOBLOG in QUSRSYS unless SBMWATCH names another)
      * with QUSLSPL, and every QPJOBLOG spooled file on it that
      * WATCHPAT lets through and that has not been parsed yet goes
      * through JOBDRV exactly as a JOBLIST row does in MAINJ400B:
      * same CKPTFILE lock, same DB2MSGF export, same alerting, same
      * AUDITLOG row.  "Parsed yet" is AUDITLOG's word on it, so a
      * watcher that was down for an hour - or a file an operator
      * already parsed off RMAINSCR - needs no state of its own:
      * the next pass simply finds what is still missing.  Between
      * passes it sleeps in short DLYJOB slices and checks its own
      * end status after each one (RTVENDSTS), so ENDWATCH, an
      * ENDSBS *CNTRLD or a PWRDWNSYS *CNTRLD ends it between files,
      * never half-way through one.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy WCHPATREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-ENDING-SW             PIC 1  VALUE B"0".
              88  WS-ENDING              VALUE B"1".
            05  WS-INCLUDE-SW            PIC 1  VALUE B"0".
              88  WS-INCLUDE             VALUE B"1".
       01   WS-FROMFILE                  PIC X(10) VALUE 'QPJOBLOG'.
       01   WS-ERROR1                    PIC X(50).
       01   WS-REASONCD                  PIC X(02).
       01   WS-ENDSTS                    PIC X(01).
      *    Run parameters as they arrived, checked and defaulted by
      *    1000-SET-PARMS.
       01   WS-OUTQ                      PIC X(10).
       01   WS-OUTQLIB                   PIC X(10).
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
       77   WS-INTERVAL                  PIC 9(05) VALUE ZERO.
       77   WS-LOOKBACK                  PIC S9(09) BINARY VALUE ZERO.
      *    The pass sleeps in slices this long so a controlled end
      *    is noticed within seconds, not after a full interval.
       77   WS-SLICE-SECS                PIC 9(05) VALUE 10.
       77   WS-SLICES                    PIC 9(05) VALUE ZERO.
       77   WS-SLICE                     PIC 9(05) VALUE ZERO.
       01   WS-DLY-CMD                   PIC X(80).
       77   WS-DLY-LEN                   PIC 9(09) BINARY VALUE 80.
      *    Oldest open date a spooled file may carry and still be
      *    considered, as CYYMMDD to compare with SPLF0300's date.
       01   WS-CUTOFF-ISO                PIC X(10).
       01   WS-CUTOFF-CYMD.
            05  WS-CUT-CENTURY           PIC X(01).
            05  WS-CUT-YY                PIC X(02).
            05  WS-CUT-MM                PIC X(02).
            05  WS-CUT-DD                PIC X(02).
      *    The loaded WATCHPAT patterns, shaped like MAPAPP's table:
      *    WPX-PLEN zero is an exact name, otherwise the prefix
      *    length in front of the '*'.
       01   WPX-TABLE.
            05  WPX-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  WPX-INCL-COUNT           PIC 9(03) BINARY VALUE ZERO.
            05  WPX-ENTRY OCCURS 200 TIMES INDEXED BY WPX-IDX.
                10  WPX-PATTERN          PIC X(10).
                10  WPX-ACTION           PIC X(01).
                10  WPX-PLEN             PIC 9(02).
       01   WS-PAT-WORK                  PIC X(10).
       77   WS-STAR-COUNT                PIC 9(02) VALUE ZERO.
       77   WS-PFX-LEN                   PIC 9(02) VALUE ZERO.
       77   WS-BEST-LEN                  PIC 9(02) VALUE ZERO.
       77   WS-EXACT-HIT                 PIC 1  VALUE B"0".
       01   WS-BEST-ACTION               PIC X(01).
      *    The list lands in its own QTEMP user space, apart from
      *    LSTSPLF's, since JOBDRV calls LSTSPLF in this same job
      *    while the outq list is still being walked.  The space is
      *    made as large as QUSCRTUS allows - QEZJOBLOG on a busy
      *    system holds tens of thousands of joblogs.
       01   WS-USRSPC-NAME.
            05  FILLER                   PIC X(10) VALUE 'J400WCHLST'.
            05  FILLER                   PIC X(10) VALUE 'QTEMP'.
       01   WS-CRTUS-EXTATR              PIC X(10) VALUE 'USRSPC'.
       77   WS-CRTUS-SIZE                PIC 9(09) BINARY
                                          VALUE 16776704.
       01   WS-CRTUS-INITVAL             PIC X(01) VALUE X'00'.
       01   WS-CRTUS-AUT                 PIC X(10) VALUE '*ALL'.
       01   WS-CRTUS-TEXT                PIC X(50) VALUE
            'JOBLOG PARSER OUTPUT QUEUE WATCH LIST'.
       01   WS-CRTUS-REPLACE             PIC X(10) VALUE '*YES'.
       01   WS-LSPL-FORMAT               PIC X(08) VALUE 'SPLF0300'.
       01   WS-LSPL-USER                 PIC X(10) VALUE '*ALL'.
       01   WS-LSPL-OUTQ.
            05  WS-LO-OUTQ               PIC X(10).
            05  WS-LO-OUTQLIB            PIC X(10).
       01   WS-LSPL-FORMTYPE             PIC X(10) VALUE '*ALL'.
       01   WS-LSPL-USRDTA               PIC X(10) VALUE '*ALL'.
       01   WS-ERROR-CODE.
            05  WS-EC-BYTES-PROVIDED     PIC 9(09) BINARY VALUE ZERO.
            05  WS-EC-BYTES-AVAIL        PIC 9(09) BINARY VALUE ZERO.
       01   WS-GEN-HDR.
            05  WS-GH-LIST-OFFSET        PIC 9(09) BINARY.
            05  WS-GH-LIST-SIZE          PIC 9(09) BINARY.
            05  WS-GH-ENTRY-COUNT        PIC 9(09) BINARY.
            05  WS-GH-ENTRY-SIZE         PIC 9(09) BINARY.
       77   WS-GH-POS                    PIC 9(09) BINARY VALUE 125.
       77   WS-GH-LEN                    PIC 9(09) BINARY VALUE 16.
      *    The front of one SPLF0300 entry - the job, the spooled
      *    file, its status and when it was opened.  SPLF0300 and
      *    not SPLF0100 because an outq list spans every job on the
      *    queue, and this format carries the job on each entry.
       01   WS-SPLF0300.
            05  WS-SPL-JOBNAME           PIC X(10).
            05  WS-SPL-USERNAME          PIC X(10).
            05  WS-SPL-JOBNBR            PIC X(06).
            05  WS-SPL-SPLFNAME          PIC X(10).
            05  WS-SPL-SPLFNBR           PIC 9(09) BINARY.
            05  WS-SPL-STATUS            PIC 9(09) BINARY.
              88  WS-SPL-STILL-OPEN      VALUE 2 8.
            05  WS-SPL-OPENDATE          PIC X(07).
            05  WS-SPL-OPENTIME          PIC X(06).
       77   WS-SPL-ENTRY-LEN             PIC 9(09) BINARY VALUE 57.
       77   WS-ENTRY-POS                 PIC 9(09) BINARY VALUE ZERO.
       77   WS-ENTRY-NBR                 PIC 9(09) BINARY VALUE ZERO.
       77   WS-SPLFNBR-9                 PIC 9(06) VALUE ZERO.
       01   WS-FILENBR                   PIC X(06).
       77   WS-PARSED-COUNT              PIC S9(09) BINARY VALUE ZERO.
           Copy MSGTAB.
           EXEC SQL
               DECLARE WPTCSR CURSOR FOR
               SELECT WPT_PATTERN, WPT_ACTION
                 FROM WATCHPAT
                ORDER BY WPT_PATTERN
           END-EXEC.
       LINKAGE SECTION.
       01   LK-OUTQ                      PIC X(10).
       01   LK-OUTQLIB                   PIC X(10).
       01   LK-INTERVAL                  PIC X(05).
       01   LK-LOOKBACK                  PIC X(05).
       PROCEDURE DIVISION USING LK-OUTQ
                                LK-OUTQLIB
                                LK-INTERVAL
                                LK-LOOKBACK.
       0000-MAINLINE.
           PERFORM 1000-SET-PARMS
           PERFORM 1100-CHECK-END
           PERFORM 2000-WATCH-PASS UNTIL WS-ENDING OF WS-SWITCHES
           STOP RUN.
       1000-SET-PARMS.
      *    A watcher is started once and left alone, so a blank or
      *    mis-keyed parameter falls back to the shop default rather
      *    than ending the job before it has watched anything.
           MOVE LK-OUTQ    TO WS-OUTQ
           MOVE LK-OUTQLIB TO WS-OUTQLIB
           IF WS-OUTQ = SPACES
              MOVE 'QEZJOBLOG' TO WS-OUTQ
              MOVE 'QUSRSYS'   TO WS-OUTQLIB
           END-IF
           IF WS-OUTQLIB = SPACES
              MOVE '*LIBL' TO WS-OUTQLIB
           END-IF
           MOVE WS-OUTQ    TO WS-LO-OUTQ
           MOVE WS-OUTQLIB TO WS-LO-OUTQLIB
           MOVE LK-INTERVAL TO WS-PARM-X
           IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
              MOVE WS-PARM-9 TO WS-INTERVAL
           ELSE
              MOVE 60 TO WS-INTERVAL
           END-IF
           MOVE LK-LOOKBACK TO WS-PARM-X
           IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
              MOVE WS-PARM-9 TO WS-LOOKBACK
           ELSE
              MOVE 7 TO WS-LOOKBACK
           END-IF
           COMPUTE WS-SLICES = WS-INTERVAL / WS-SLICE-SECS
           IF WS-SLICES = ZERO
              MOVE 1 TO WS-SLICES
           END-IF
           MOVE SPACES TO WS-DLY-CMD
           STRING 'DLYJOB DLY('   DELIMITED BY SIZE
                  WS-SLICE-SECS   DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
             INTO WS-DLY-CMD.
       1100-CHECK-END.
      *    RTVENDSTS hands back the job's end status - '1' once
      *    ENDJOB/ENDSBS/PWRDWNSYS *CNTRLD has asked it to finish.
           MOVE '0' TO WS-ENDSTS
           CALL 'RTVENDSTS' USING WS-ENDSTS
           IF WS-ENDSTS = '1'
              MOVE B"1" TO WS-ENDING-SW OF WS-SWITCHES
           END-IF.
       2000-WATCH-PASS.
      *    One look at the queue: reload the patterns so a WATCHPAT
      *    change takes effect without a restart, list the queue,
      *    parse whatever is new, then sleep out the interval.
           PERFORM 2100-LOAD-PATTERNS
           PERFORM 2200-SET-CUTOFF
           PERFORM 2300-LIST-OUTQ
           PERFORM 2400-CHECK-ONE-ENTRY
               VARYING WS-ENTRY-NBR FROM 1 BY 1
               UNTIL WS-ENTRY-NBR > WS-GH-ENTRY-COUNT
                  OR WS-ENDING OF WS-SWITCHES
           IF NOT WS-ENDING OF WS-SWITCHES
              PERFORM 3000-WAIT-INTERVAL
           END-IF.
       2100-LOAD-PATTERNS.
           MOVE ZERO TO WPX-COUNT OF WPX-TABLE
           MOVE ZERO TO WPX-INCL-COUNT OF WPX-TABLE
           MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
           EXEC SQL OPEN WPTCSR END-EXEC
           PERFORM 2110-LOAD-ONE-PATTERN UNTIL WS-EOF OF WS-SWITCHES
           EXEC SQL CLOSE WPTCSR END-EXEC.
       2110-LOAD-ONE-PATTERN.
           EXEC SQL
               FETCH WPTCSR
                INTO :WPT-PATTERN, :WPT-ACTION
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
           ELSE
              IF WPX-COUNT OF WPX-TABLE < 200
                 ADD 1 TO WPX-COUNT OF WPX-TABLE
                 SET WPX-IDX TO WPX-COUNT OF WPX-TABLE
                 MOVE WPT-PATTERN TO WPX-PATTERN (WPX-IDX)
                 MOVE WPT-ACTION  TO WPX-ACTION (WPX-IDX)
                 PERFORM 2120-SET-PREFIX-LEN
      *          A bare '*' would decide every job on the system in
      *          one row - the same pattern MAPAPP refuses to honor.
                 IF WS-STAR-COUNT > ZERO AND WS-PFX-LEN = ZERO
                    SUBTRACT 1 FROM WPX-COUNT OF WPX-TABLE
                 ELSE
                    IF WPX-ACTION (WPX-IDX) = 'I'
                       ADD 1 TO WPX-INCL-COUNT OF WPX-TABLE
                    END-IF
                 END-IF
              ELSE
                 MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
              END-IF
           END-IF.
       2120-SET-PREFIX-LEN.
           MOVE WPX-PATTERN (WPX-IDX) TO WS-PAT-WORK
           MOVE ZERO TO WS-STAR-COUNT
           MOVE ZERO TO WS-PFX-LEN
           INSPECT WS-PAT-WORK
               TALLYING WS-STAR-COUNT FOR ALL '*'
           IF WS-STAR-COUNT = ZERO
              MOVE ZERO TO WPX-PLEN (WPX-IDX)
           ELSE
              INSPECT WS-PAT-WORK
                  TALLYING WS-PFX-LEN
                  FOR CHARACTERS BEFORE INITIAL '*'
              MOVE WS-PFX-LEN TO WPX-PLEN (WPX-IDX)
           END-IF.
       2200-SET-CUTOFF.
      *    Only joblogs opened inside the look-back window are
      *    considered.  Without it, the first pass after PURGEJ400
      *    ages a file's AUDITLOG row away would find that file
      *    "unparsed" and export its messages a second time.
           EXEC SQL
               SET :WS-CUTOFF-ISO =
                   CHAR(CURRENT DATE - :WS-LOOKBACK DAYS, ISO)
           END-EXEC
           IF WS-CUTOFF-ISO (1:2) = '19'
              MOVE '0' TO WS-CUT-CENTURY
           ELSE
              MOVE '1' TO WS-CUT-CENTURY
           END-IF
           MOVE WS-CUTOFF-ISO (3:2) TO WS-CUT-YY
           MOVE WS-CUTOFF-ISO (6:2) TO WS-CUT-MM
           MOVE WS-CUTOFF-ISO (9:2) TO WS-CUT-DD.
       2300-LIST-OUTQ.
           MOVE ZERO TO WS-EC-BYTES-PROVIDED OF WS-ERROR-CODE
           CALL 'QUSCRTUS' USING WS-USRSPC-NAME
                                 WS-CRTUS-EXTATR
                                 WS-CRTUS-SIZE
                                 WS-CRTUS-INITVAL
                                 WS-CRTUS-AUT
                                 WS-CRTUS-TEXT
                                 WS-CRTUS-REPLACE
                                 WS-ERROR-CODE
           CALL 'QUSLSPL' USING WS-USRSPC-NAME
                                WS-LSPL-FORMAT
                                WS-LSPL-USER
                                WS-LSPL-OUTQ
                                WS-LSPL-FORMTYPE
                                WS-LSPL-USRDTA
                                WS-ERROR-CODE
           CALL 'QUSRTVUS' USING WS-USRSPC-NAME
                                 WS-GH-POS
                                 WS-GH-LEN
                                 WS-GEN-HDR.
       2400-CHECK-ONE-ENTRY.
      *    A joblog still open (or pending) is still being written -
      *    it is left for the pass after the job has finished
      *    writing it, or the parse would checkpoint half a log.
           COMPUTE WS-ENTRY-POS = WS-GH-LIST-OFFSET + 1
               + (WS-ENTRY-NBR - 1) * WS-GH-ENTRY-SIZE
           CALL 'QUSRTVUS' USING WS-USRSPC-NAME
                                 WS-ENTRY-POS
                                 WS-SPL-ENTRY-LEN
                                 WS-SPLF0300
           IF WS-SPL-SPLFNAME = 'QPJOBLOG'
              AND NOT WS-SPL-STILL-OPEN
              AND WS-SPL-OPENDATE NOT < WS-CUTOFF-CYMD
              PERFORM 2500-CHECK-PATTERN
              IF WS-INCLUDE OF WS-SWITCHES
                 MOVE WS-SPL-SPLFNBR TO WS-SPLFNBR-9
                 MOVE WS-SPLFNBR-9   TO WS-FILENBR
                 PERFORM 2600-CHECK-PARSED
                 IF WS-PARSED-COUNT = ZERO
                    PERFORM 2700-PARSE-ONE-FILE
                    PERFORM 1100-CHECK-END
                 END-IF
              END-IF
           END-IF.
       2500-CHECK-PATTERN.
      *    Same matching rule as MAPAPP - exact name first, then the
      *    longest matching prefix.  No match at all is an include
      *    only while WATCHPAT has no include rows.
           MOVE SPACES TO WS-BEST-ACTION
           MOVE B"0" TO WS-EXACT-HIT
           MOVE ZERO TO WS-BEST-LEN
           PERFORM 2510-MATCH-ONE-PATTERN
               VARYING WPX-IDX FROM 1 BY 1
               UNTIL WPX-IDX > WPX-COUNT OF WPX-TABLE
           MOVE B"0" TO WS-INCLUDE-SW OF WS-SWITCHES
           IF WS-BEST-ACTION = SPACES
              IF WPX-INCL-COUNT OF WPX-TABLE = ZERO
                 MOVE B"1" TO WS-INCLUDE-SW OF WS-SWITCHES
              END-IF
           ELSE
              IF WS-BEST-ACTION = 'I'
                 MOVE B"1" TO WS-INCLUDE-SW OF WS-SWITCHES
              END-IF
           END-IF.
       2510-MATCH-ONE-PATTERN.
           IF WS-EXACT-HIT = B"0"
              IF WPX-PLEN (WPX-IDX) = ZERO
                 IF WPX-PATTERN (WPX-IDX) = WS-SPL-JOBNAME
                    MOVE WPX-ACTION (WPX-IDX) TO WS-BEST-ACTION
                    MOVE B"1" TO WS-EXACT-HIT
                 END-IF
              ELSE
                 IF WPX-PLEN (WPX-IDX) > WS-BEST-LEN
                    AND WS-SPL-JOBNAME (1:WPX-PLEN (WPX-IDX))
                      = WPX-PATTERN (WPX-IDX) (1:WPX-PLEN (WPX-IDX))
                    MOVE WPX-ACTION (WPX-IDX) TO WS-BEST-ACTION
                    MOVE WPX-PLEN (WPX-IDX) TO WS-BEST-LEN
                 END-IF
              END-IF
           END-IF.
       2600-CHECK-PARSED.
      *    A file counts as handled once AUDITLOG shows it DONE, or
      *    FAIL for a reason a rerun will not cure (NF, FN, TR...).
      *    IP (another session held the lock) and EX (the export
      *    rolled back, checkpoint unmoved) are worth another try,
      *    so those are picked up again on the next pass.
           MOVE ZERO TO WS-PARSED-COUNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PARSED-COUNT
                 FROM AUDITLOG
                WHERE AUD_JOBNAME = :WS-SPL-JOBNAME
                  AND AUD_JOBNBR  = :WS-SPL-JOBNBR
                  AND AUD_FILENBR = :WS-FILENBR
                  AND AUD_SYSTEM  = ' '
                  AND (AUD_STATUS = 'DONE'
                   OR (AUD_STATUS = 'FAIL'
                  AND AUD_REASONCD NOT IN ('IP', 'EX')))
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 1 TO WS-PARSED-COUNT
           END-IF.
       2700-PARSE-ONE-FILE.
      *    JOBDRV does the rest - lock, parse, export, alert and the
      *    AUDITLOG row that keeps this file off the next pass.
           MOVE SPACES TO WS-ERROR1
           MOVE SPACES TO WS-REASONCD
           CALL 'JOBDRV' USING WS-FROMFILE
                                 WS-SPL-JOBNAME
                                 WS-SPL-JOBNBR
                                 WS-FILENBR
                                 BY REFERENCE WS-ERROR1
                                 BY REFERENCE WS-REASONCD
                                 BY REFERENCE MSG-TABLE.
       3000-WAIT-INTERVAL.
           PERFORM 3100-WAIT-ONE-SLICE
               VARYING WS-SLICE FROM 1 BY 1
               UNTIL WS-SLICE > WS-SLICES
                  OR WS-ENDING OF WS-SWITCHES.
       3100-WAIT-ONE-SLICE.
           CALL 'QCMDEXC' USING WS-DLY-CMD WS-DLY-LEN
           PERFORM 1100-CHECK-END.
