       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKEXPRUN.
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
      *                 Oct2026  written as the missing-job check over
      *                          EXPRUN - everything else here reacts
      *                          to joblogs that exist, and nothing
      *                          noticed a job the scheduler dropped
      *                          or a held job queue never released
      *                 Oct2026  the run and error lookups use this
      *                          partition's own AUDITLOG and DB2MSGF
      *                          rows only - EXPRUN is this partition's
      *                          calendar
      *                 Oct2026  overnight entries look for their run
      *                          from the business date's deadline
      *                          time, not from 00:00 - the previous
      *                          night's run was reading as this one
      *
      * @
      *
      * Batch check of one business date against the expected-run
      * calendar in EXPRUN.  Every entry due that date (by weekday
      * mask, or by day of month) is looked for three ways: a
      * DONE or FAIL parse in AUDITLOG between the end of the
      * previous cycle (the start of the business date, or for
      * overnight work its deadline time on the business date) and
      * the end of the deadline's day, the
      * job's exported messages in DB2MSGF against the ALERTCFG
      * threshold, and LSTACTJOB's live active-job list.  Each
      * entry comes out as ran OK, ran with errors, running past
      * its deadline, or never ran - or, checked before its
      * deadline, as running or not yet due.  The finding is kept
      * in EXPRUNSTS for the MAINJ400D dashboard's missing count,
      * and a job that never ran is raised once through the
      * ALERTCFG message queue and data queue; later re-checks of
      * the same date do not page it again.  "Ran" means JOBDRV
      * parsed the job's joblog, so the check belongs after the
      * watcher or the overnight parse has caught up.  The date
      * defaults to yesterday, the 7am reader's "last night".
      * Submitted from CL by SBMEXPRUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHORPT ASSIGN TO PRINTER-CALRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHORPT.
         01 RECRPT.
         Copy DDS-ALL-FORMATS OF CALRPT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy EXPRUNREC.
           Copy EXPSTSREC.
           Copy ALERTREC.
           Copy ACTJOBLIST.
           Copy REASONCD.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-SAVE-FAIL-SW          PIC 1  VALUE B"0".
              88  WS-SAVE-FAILED         VALUE B"1".
            05  WS-DUE-SW                PIC 1  VALUE B"0".
              88  WS-DUE                 VALUE B"1".
            05  WS-RAN-SW                PIC 1  VALUE B"0".
              88  WS-RAN                 VALUE B"1".
            05  WS-ACTIVE-SW             PIC 1  VALUE B"0".
              88  WS-ACTIVE              VALUE B"1".
            05  WS-SEND-SW               PIC 1  VALUE B"0".
              88  WS-SEND                VALUE B"1".
       77   WS-ALERT-READY               PIC 1  VALUE B"0".
       01   WS-RUNDATE                   PIC X(10).
       01   WS-BUSDATE                   PIC X(10).
       01   WS-NEXTDATE                  PIC X(10).
       01   WS-ENDDATE                   PIC X(10).
      *    Window, deadline and "now" all compare as character in
      *    the CHAR() ISO form, the same as MAINJ400D's window.
       01   WS-NOWTS                     PIC X(26).
       01   WS-FROMTS                    PIC X(26).
       01   WS-TOTS                      PIC X(26).
       01   WS-DEADLINE                  PIC X(26).
       77   WS-DOW                       PIC S9(04) BINARY VALUE ZERO.
       77   WS-MDAY                      PIC S9(04) BINARY VALUE ZERO.
       77   WS-LASTMDAY                  PIC S9(04) BINARY VALUE ZERO.
      *    The severity that makes a run "with errors" - ALERTCFG's
      *    threshold when there is a row, the shipped default when
      *    there is not.  Alerting switched off still leaves the
      *    threshold meaning what it says.
       77   WS-SEVTHRESH                 PIC S9(04) BINARY VALUE 40.
      *    The pattern as an SQL LIKE (prefix* becomes prefix%) and,
      *    for the active-job scan, the prefix length in front of
      *    the '*' - the same split MAPAPP makes.
       01   WS-LIKE-PAT                  PIC X(10).
       77   WS-STAR-COUNT                PIC 9(02) VALUE ZERO.
       77   WS-PFX-LEN                   PIC 9(02) VALUE ZERO.
       01   WS-RUN-STATUS                PIC X(04).
       01   WS-REASONCD                  PIC X(02).
       77   WS-ERR-HITS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-WORST-SEV                 PIC S9(04) BINARY VALUE ZERO.
       77   WS-SEV-Z                     PIC 9(02) VALUE ZERO.
       77   WS-CNT-Z                     PIC 9(05) VALUE ZERO.
       01   WS-PREV-ALERTED              PIC X(01).
       01   WS-OUTCOME                   PIC X(22).
       01   WS-NOTE                      PIC X(50).
       77   WS-CNT-DUE                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-OK                    PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-ERRS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-LATE                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-MISS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-RUNG                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-WAIT                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-CNT-ALERTS                PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                   PIC 9(09) VALUE ZERO.
       01   WS-TOT-LABEL                 PIC X(30).
       77   WS-TOT-COUNT                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-APOST                     PIC X(01) VALUE ''''.
       01   WS-ALERT-TEXT                PIC X(80).
       01   WS-ALERT-CMD                 PIC X(200).
       77   WS-ALERT-CMD-LEN             PIC 9(09) BINARY VALUE 200.
      *    Same fixed layout as JOBDRV's data-queue entry, so the
      *    monitoring tooling reads a missing job with the code it
      *    already has: the pattern in the job-name slot, '*NORUN'
      *    in the file-number and message-id slots, the threshold
      *    as the severity so a severity filter lets it through.
       01   WS-DTAQ-ENTRY.
            05  WS-DTQ-JOBNAME           PIC X(10).
            05  WS-DTQ-JOBNBR            PIC X(06).
            05  WS-DTQ-FILENBR           PIC X(06).
            05  WS-DTQ-MSGID             PIC X(07).
            05  WS-DTQ-SEV               PIC 9(02).
            05  WS-DTQ-COUNT             PIC 9(05).
       77   WS-DTAQ-LEN                  PIC S9(05) PACKED-DECIMAL
                                          VALUE LENGTH OF WS-DTAQ-ENTRY.
           EXEC SQL
               DECLARE EXRCSR CURSOR FOR
               SELECT EXR_PATTERN, EXR_CALTYPE, EXR_DAYS, EXR_MDAY,
                      EXR_ENDTIME, EXR_NEXTDAY, EXR_APPCODE
                 FROM EXPRUN
                ORDER BY EXR_APPCODE, EXR_PATTERN
           END-EXEC.
       LINKAGE SECTION.
       01   LK-BUSDATE                   PIC X(10).
       PROCEDURE DIVISION USING LK-BUSDATE.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            PERFORM 1100-READ-ALERT-CONFIG
            PERFORM 1200-LOAD-ACTIVE-JOBS
            OPEN OUTPUT ECHORPT
            PERFORM 1300-PRINT-HEADER
            PERFORM 2000-CHECK-CALENDAR
      *     One unit of work: a failed status save rolls the date's
      *     findings back and ends rc 8 - the alerts already sent
      *     are not recorded, so the rerun may page them again.
            IF WS-SAVE-FAILED OF WS-SWITCHES
               EXEC SQL ROLLBACK END-EXEC
               MOVE 8 TO RETURN-CODE
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF
            PERFORM 3000-PRINT-TOTALS
            CLOSE ECHORPT
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed date
      *    takes the shop default instead of failing the run:
      *    yesterday.  The database is the date checker.
            MOVE LK-BUSDATE TO WS-BUSDATE
            IF WS-BUSDATE NOT = SPACES
               EXEC SQL
                   SET :WS-DOW = DAYOFWEEK_ISO(DATE(:WS-BUSDATE))
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-BUSDATE
               END-IF
            END-IF
            IF WS-BUSDATE = SPACES
               EXEC SQL
                   SET :WS-BUSDATE = CHAR(CURRENT DATE - 1 DAY, ISO)
               END-EXEC
            END-IF
            EXEC SQL
                SET :WS-DOW = DAYOFWEEK_ISO(DATE(:WS-BUSDATE))
            END-EXEC
            EXEC SQL
                SET :WS-MDAY = DAY(DATE(:WS-BUSDATE))
            END-EXEC
            EXEC SQL
                SET :WS-LASTMDAY = DAY(LAST_DAY(DATE(:WS-BUSDATE)))
            END-EXEC
            EXEC SQL
                SET :WS-NEXTDATE = CHAR(DATE(:WS-BUSDATE) + 1 DAY,
                                        ISO)
            END-EXEC
            EXEC SQL
                SET :WS-NOWTS = CHAR(CURRENT TIMESTAMP)
            END-EXEC.
       1100-READ-ALERT-CONFIG.
      *    Same read and the same verdict as JOBDRV's
      *    1200-READ-ALERT-CONFIG: no row, or ACF_ENABLED off, and
      *    nothing is sent - the report and EXPRUNSTS still say
      *    what was missing.
            MOVE B"0" TO WS-ALERT-READY
            EXEC SQL
                SELECT ACF_ENABLED, ACF_SEVTHRESH, ACF_MSGQ,
                       ACF_MSGQLIB, ACF_DTAQ, ACF_DTAQLIB
                  INTO :ACF-ENABLED, :ACF-SEVTHRESH, :ACF-MSGQ,
                       :ACF-MSGQLIB, :ACF-DTAQ, :ACF-DTAQLIB
                  FROM ALERTCFG
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE = ZERO
               MOVE ACF-SEVTHRESH TO WS-SEVTHRESH
               IF ACF-ENABLED = '1'
                  MOVE B"1" TO WS-ALERT-READY
               END-IF
            END-IF.
       1200-LOAD-ACTIVE-JOBS.
      *    One snapshot of the active jobs for the whole check.
      *    LSTACTJOB keeps the first 50 it lists, the size of the
      *    MAINJ400A subfile it was written for, so on a busy
      *    system a running job past the 50th reads as not active.
            CALL 'LSTACTJOB' USING ACTJOB-LIST.
       1300-PRINT-HEADER.
            EXEC SQL
                SET :WS-RUNDATE = CHAR(CURRENT DATE, ISO)
            END-EXEC
            MOVE SPACES          TO CKHDR
            MOVE WS-RUNDATE      TO CH-RUNDATE OF CKHDR
            MOVE WS-BUSDATE      TO CH-BUSDATE OF CKHDR
            MOVE WS-NOWTS (1:19) TO CH-CHECKED OF CKHDR
            WRITE RECRPT FROM CKHDR FORMAT IS 'CKHDR'.
       2000-CHECK-CALENDAR.
            MOVE SPACES TO CKSECT
            MOVE 'JOBS EXPECTED ON THE BUSINESS DATE'
              TO CS-TITLE OF CKSECT
            WRITE RECRPT FROM CKSECT FORMAT IS 'CKSECT'
            WRITE RECRPT FORMAT IS 'CKJOBHD'
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            MOVE B"0" TO WS-SAVE-FAIL-SW OF WS-SWITCHES
            EXEC SQL OPEN EXRCSR END-EXEC
            PERFORM 2100-CHECK-ONE-ENTRY UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE EXRCSR END-EXEC.
       2100-CHECK-ONE-ENTRY.
            EXEC SQL
                FETCH EXRCSR
                 INTO :EXR-PATTERN, :EXR-CALTYPE, :EXR-DAYS,
                      :EXR-MDAY, :EXR-ENDTIME, :EXR-NEXTDAY,
                      :EXR-APPCODE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               PERFORM 2200-CHECK-DUE
               IF WS-DUE OF WS-SWITCHES
                  ADD 1 TO WS-CNT-DUE
                  MOVE SPACES      TO EXPRUNSTS-ROW
                  MOVE WS-BUSDATE  TO ERS-BUSDATE
                  MOVE EXR-PATTERN TO ERS-PATTERN
                  IF EXR-APPCODE = SPACES
                     CALL 'MAPAPP' USING EXR-PATTERN
                                         ERS-APPCODE
                  ELSE
                     MOVE EXR-APPCODE TO ERS-APPCODE
                  END-IF
                  PERFORM 2300-SET-DEADLINE
                  PERFORM 2400-FIND-RUN
                  IF NOT WS-RAN OF WS-SWITCHES
                     PERFORM 2500-FIND-ACTIVE
                  END-IF
                  PERFORM 2600-SET-OUTCOME
                  PERFORM 2650-READ-PREV-ALERTED
                  MOVE WS-PREV-ALERTED TO ERS-ALERTED
                  MOVE B"0" TO WS-SEND-SW OF WS-SWITCHES
                  IF ERS-STATUS = 'MISS'
                     AND ERS-ALERTED NOT = '1'
                     AND WS-ALERT-READY = B"1"
                     MOVE '1' TO ERS-ALERTED
                     MOVE B"1" TO WS-SEND-SW OF WS-SWITCHES
                  END-IF
                  PERFORM 2700-SAVE-STATUS
                  IF WS-SEND OF WS-SWITCHES
                     AND NOT WS-SAVE-FAILED OF WS-SWITCHES
                     PERFORM 2800-SEND-ALERT
                  END-IF
                  PERFORM 2900-PRINT-JOB-LINE
               END-IF
            END-IF.
       2200-CHECK-DUE.
      *    Monthly: the keyed day, and a day past the end of a
      *    short month (the 31st, or 99) falls on its last day.
      *    Weekly: a 'Y' under the business date's ISO weekday.
            MOVE B"0" TO WS-DUE-SW OF WS-SWITCHES
            IF EXR-CALTYPE = 'M'
               IF EXR-MDAY = WS-MDAY
                  OR (EXR-MDAY > WS-LASTMDAY
                      AND WS-MDAY = WS-LASTMDAY)
                  MOVE B"1" TO WS-DUE-SW OF WS-SWITCHES
               END-IF
            ELSE
               IF WS-DOW >= 1 AND WS-DOW <= 7
                  IF EXR-DAYS (WS-DOW:1) = 'Y'
                     MOVE B"1" TO WS-DUE-SW OF WS-SWITCHES
                  END-IF
               END-IF
            END-IF.
       2300-SET-DEADLINE.
      *    The deadline sits on the business date, or the day after
      *    for overnight work.  A run counts from the end of the
      *    previous cycle to the end of the deadline's day, so a job
      *    that finished after its deadline still shows as having
      *    run rather than as missing.  Same-day work starts its
      *    cycle at 00:00 on the business date.  Overnight work
      *    starts at the business date's deadline time, when the
      *    previous night's cycle ended - from 00:00 that night's
      *    run, finishing on the business date's morning, would
      *    pass for this one and a dropped job would never be MISS.
            MOVE SPACES TO WS-FROMTS
            IF EXR-NEXTDAY = 'Y'
               MOVE WS-NEXTDATE TO WS-ENDDATE
               STRING WS-BUSDATE          DELIMITED BY SPACE
                      '-'                 DELIMITED BY SIZE
                      EXR-ENDTIME         DELIMITED BY SIZE
                      '.000000'           DELIMITED BY SIZE
                 INTO WS-FROMTS
            ELSE
               MOVE WS-BUSDATE  TO WS-ENDDATE
               STRING WS-BUSDATE          DELIMITED BY SPACE
                      '-00.00.00.000000'  DELIMITED BY SIZE
                 INTO WS-FROMTS
            END-IF
            MOVE SPACES TO WS-DEADLINE
            STRING WS-ENDDATE          DELIMITED BY SPACE
                   '-'                 DELIMITED BY SIZE
                   EXR-ENDTIME         DELIMITED BY SIZE
                   '.000000'           DELIMITED BY SIZE
              INTO WS-DEADLINE
            MOVE WS-DEADLINE TO ERS-DEADLINE
            MOVE SPACES TO WS-TOTS
            STRING WS-ENDDATE          DELIMITED BY SPACE
                   '-24.00.00.000000'  DELIMITED BY SIZE
              INTO WS-TOTS
            MOVE EXR-PATTERN TO WS-LIKE-PAT
            INSPECT WS-LIKE-PAT REPLACING ALL '*' BY '%'
            MOVE ZERO TO WS-STAR-COUNT
            MOVE ZERO TO WS-PFX-LEN
            INSPECT EXR-PATTERN
                TALLYING WS-STAR-COUNT FOR ALL '*'
            IF WS-STAR-COUNT > ZERO
               INSPECT EXR-PATTERN
                   TALLYING WS-PFX-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'
            END-IF.
       2400-FIND-RUN.
      *    The latest parse of a matching job in the window.  The
      *    CHAR(10) names are trimmed before the LIKE, or the
      *    padding blanks would have to match too.
            MOVE B"0" TO WS-RAN-SW OF WS-SWITCHES
            MOVE ZERO TO WS-ERR-HITS
            MOVE ZERO TO WS-WORST-SEV
            EXEC SQL
                SELECT AUD_JOBNAME, AUD_JOBNBR, AUD_STATUS,
                       AUD_REASONCD
                  INTO :ERS-JOBNAME, :ERS-JOBNBR, :WS-RUN-STATUS,
                       :WS-REASONCD
                  FROM AUDITLOG
                 WHERE RTRIM(AUD_JOBNAME) LIKE RTRIM(:WS-LIKE-PAT)
                   AND AUD_STATUS IN ('DONE', 'FAIL')
                   AND AUD_SYSTEM = ' '
                   AND CHAR(AUD_TIMESTAMP) >= :WS-FROMTS
                   AND CHAR(AUD_TIMESTAMP) <= :WS-TOTS
                 ORDER BY AUD_TIMESTAMP DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
            IF SQLCODE = ZERO
               MOVE B"1" TO WS-RAN-SW OF WS-SWITCHES
               IF WS-RUN-STATUS = 'DONE'
                  PERFORM 2410-COUNT-ERRORS
               END-IF
            ELSE
               MOVE SPACES TO ERS-JOBNAME
               MOVE SPACES TO ERS-JOBNBR
            END-IF.
       2410-COUNT-ERRORS.
      *    The same test MAINJ400D's alerted-jobs list makes: any
      *    exported message at or over the threshold.
            EXEC SQL
                SELECT COUNT(*), COALESCE(MAX(DMF_SEV), 0)
                  INTO :WS-ERR-HITS, :WS-WORST-SEV
                  FROM DB2MSGF
                 WHERE DMF_JOBNAME = :ERS-JOBNAME
                   AND DMF_JOBNBR  = :ERS-JOBNBR
                   AND DMF_SEV    >= :WS-SEVTHRESH
                   AND DMF_SYSTEM  = ' '
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-ERR-HITS
            END-IF.
       2500-FIND-ACTIVE.
            MOVE B"0" TO WS-ACTIVE-SW OF WS-SWITCHES
            PERFORM 2510-MATCH-ONE-ACTIVE
                VARYING ACTJOB-IDX FROM 1 BY 1
                UNTIL ACTJOB-IDX > ACTJOB-COUNT OF ACTJOB-LIST.
       2510-MATCH-ONE-ACTIVE.
            IF WS-ACTIVE-SW OF WS-SWITCHES = B"0"
               IF WS-STAR-COUNT = ZERO
                  IF ACTJOB-NAME (ACTJOB-IDX) = EXR-PATTERN
                     MOVE B"1" TO WS-ACTIVE-SW OF WS-SWITCHES
                  END-IF
               ELSE
                  IF WS-PFX-LEN > ZERO
                     AND ACTJOB-NAME (ACTJOB-IDX) (1:WS-PFX-LEN)
                       = EXR-PATTERN (1:WS-PFX-LEN)
                     MOVE B"1" TO WS-ACTIVE-SW OF WS-SWITCHES
                  END-IF
               END-IF
               IF WS-ACTIVE OF WS-SWITCHES
                  MOVE ACTJOB-NAME (ACTJOB-IDX) TO ERS-JOBNAME
                  MOVE ACTJOB-NBR  (ACTJOB-IDX) TO ERS-JOBNBR
               END-IF
            END-IF.
       2600-SET-OUTCOME.
            MOVE SPACES TO WS-NOTE
            IF WS-RAN OF WS-SWITCHES
               IF WS-RUN-STATUS = 'FAIL'
                  MOVE 'ERRS' TO ERS-STATUS
                  MOVE 'RAN WITH ERRORS' TO WS-OUTCOME
                  ADD 1 TO WS-CNT-ERRS
                  PERFORM 2610-LOOKUP-RSN-NOTE
               ELSE
                  IF WS-ERR-HITS > ZERO
                     MOVE 'ERRS' TO ERS-STATUS
                     MOVE 'RAN WITH ERRORS' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-ERRS
                     MOVE WS-WORST-SEV TO WS-SEV-Z
                     MOVE WS-ERR-HITS  TO WS-CNT-Z
                     STRING 'WORST SEV '        DELIMITED BY SIZE
                            WS-SEV-Z            DELIMITED BY SIZE
                            ' ACROSS '          DELIMITED BY SIZE
                            WS-CNT-Z            DELIMITED BY SIZE
                            ' MSGS'             DELIMITED BY SIZE
                       INTO WS-NOTE
                  ELSE
                     MOVE 'OK  ' TO ERS-STATUS
                     MOVE 'RAN OK' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-OK
                  END-IF
               END-IF
            ELSE
               IF WS-ACTIVE OF WS-SWITCHES
                  IF WS-NOWTS > WS-DEADLINE
                     MOVE 'LATE' TO ERS-STATUS
                     MOVE 'RUNNING PAST DEADLINE' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-LATE
                     MOVE 'STILL ACTIVE AT THE CHECK' TO WS-NOTE
                  ELSE
                     MOVE 'RUNG' TO ERS-STATUS
                     MOVE 'RUNNING' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-RUNG
                  END-IF
               ELSE
                  IF WS-NOWTS > WS-DEADLINE
                     MOVE 'MISS' TO ERS-STATUS
                     MOVE 'NEVER RAN' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-MISS
                     MOVE 'NO PARSED JOBLOG AND NOT ACTIVE' TO WS-NOTE
                  ELSE
                     MOVE 'WAIT' TO ERS-STATUS
                     MOVE 'NOT YET DUE' TO WS-OUTCOME
                     ADD 1 TO WS-CNT-WAIT
                  END-IF
               END-IF
            END-IF.
       2610-LOOKUP-RSN-NOTE.
      *    REASONCD.CPY owns the wording for a failure code, as it
      *    does for MAINJ400D's FAIL rows.
            PERFORM 2620-LOOKUP-RSN-SCAN
                VARYING RSN-IDX FROM 1 BY 1
                UNTIL RSN-IDX > RSN-COUNT
            IF WS-NOTE = SPACES
               STRING 'PARSE FAILED, REASON '  DELIMITED BY SIZE
                      WS-REASONCD              DELIMITED BY SIZE
                 INTO WS-NOTE
            END-IF.
       2620-LOOKUP-RSN-SCAN.
            IF RSN-CODE (RSN-IDX) = WS-REASONCD
               MOVE RSN-MSG (RSN-IDX) TO WS-NOTE
            END-IF.
       2650-READ-PREV-ALERTED.
            MOVE '0' TO WS-PREV-ALERTED
            EXEC SQL
                SELECT ERS_ALERTED INTO :WS-PREV-ALERTED
                  FROM EXPRUNSTS
                 WHERE ERS_BUSDATE = :ERS-BUSDATE
                   AND ERS_PATTERN = :ERS-PATTERN
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE '0' TO WS-PREV-ALERTED
            END-IF.
       2700-SAVE-STATUS.
      *    Replace the date's finding for the entry, insert it the
      *    first time the date is checked.
            EXEC SQL
                UPDATE EXPRUNSTS
                   SET ERS_APPCODE  = :ERS-APPCODE,
                       ERS_STATUS   = :ERS-STATUS,
                       ERS_JOBNAME  = :ERS-JOBNAME,
                       ERS_JOBNBR   = :ERS-JOBNBR,
                       ERS_DEADLINE = :ERS-DEADLINE,
                       ERS_ALERTED  = :ERS-ALERTED,
                       ERS_CHECKED  = CURRENT TIMESTAMP
                 WHERE ERS_BUSDATE = :ERS-BUSDATE
                   AND ERS_PATTERN = :ERS-PATTERN
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO EXPRUNSTS
                       (ERS_BUSDATE, ERS_PATTERN, ERS_APPCODE,
                        ERS_STATUS, ERS_JOBNAME, ERS_JOBNBR,
                        ERS_DEADLINE, ERS_ALERTED)
                   VALUES
                       (:ERS-BUSDATE, :ERS-PATTERN, :ERS-APPCODE,
                        :ERS-STATUS, :ERS-JOBNAME, :ERS-JOBNBR,
                        :ERS-DEADLINE, :ERS-ALERTED)
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-SAVE-FAIL-SW OF WS-SWITCHES
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            END-IF.
       2800-SEND-ALERT.
      *    The two notifications JOBDRV's 2095-SEND-ALERT sends,
      *    off the same ALERTCFG targets and through the same
      *    QCMDEXC and QSNDDTAQ calls.
            MOVE EXR-PATTERN   TO WS-DTQ-JOBNAME
            MOVE SPACES        TO WS-DTQ-JOBNBR
            MOVE '*NORUN'      TO WS-DTQ-FILENBR
            MOVE '*NORUN'      TO WS-DTQ-MSGID
            MOVE WS-SEVTHRESH  TO WS-DTQ-SEV
            MOVE 1             TO WS-DTQ-COUNT
            MOVE SPACES TO WS-ALERT-TEXT
            STRING 'NO RUN OF '            DELIMITED BY SIZE
                   EXR-PATTERN             DELIMITED BY SPACE
                   ' FOR '                 DELIMITED BY SIZE
                   WS-BUSDATE              DELIMITED BY SIZE
                   ' DUE BY '              DELIMITED BY SIZE
                   WS-DEADLINE (1:16)      DELIMITED BY SIZE
                   ' APP '                 DELIMITED BY SIZE
                   ERS-APPCODE             DELIMITED BY SPACE
                INTO WS-ALERT-TEXT
            MOVE SPACES TO WS-ALERT-CMD
            STRING 'SNDMSG MSG('          DELIMITED BY SIZE
                   WS-APOST               DELIMITED BY SIZE
                   WS-ALERT-TEXT          DELIMITED BY '  '
                   WS-APOST               DELIMITED BY SIZE
                   ') TOMSGQ('            DELIMITED BY SIZE
                   ACF-MSGQLIB            DELIMITED BY SPACE
                   '/'                    DELIMITED BY SIZE
                   ACF-MSGQ               DELIMITED BY SPACE
                   ')'                    DELIMITED BY SIZE
                INTO WS-ALERT-CMD
            CALL 'QCMDEXC' USING WS-ALERT-CMD WS-ALERT-CMD-LEN
            CALL 'QSNDDTAQ' USING ACF-DTAQ
                                  ACF-DTAQLIB
                                  WS-DTAQ-LEN
                                  WS-DTAQ-ENTRY
            ADD 1 TO WS-CNT-ALERTS.
       2900-PRINT-JOB-LINE.
            MOVE SPACES             TO CKJOBLN
            MOVE ERS-APPCODE        TO CJ-APPCODE  OF CKJOBLN
            MOVE EXR-PATTERN        TO CJ-PATTERN  OF CKJOBLN
            MOVE WS-DEADLINE (1:19) TO CJ-DEADLINE OF CKJOBLN
            MOVE WS-OUTCOME         TO CJ-OUTCOME  OF CKJOBLN
            MOVE ERS-JOBNAME        TO CJ-JOBNAME  OF CKJOBLN
            MOVE ERS-JOBNBR         TO CJ-JOBNBR   OF CKJOBLN
            MOVE WS-NOTE            TO CJ-NOTE     OF CKJOBLN
            WRITE RECRPT FROM CKJOBLN FORMAT IS 'CKJOBLN'.
       3000-PRINT-TOTALS.
            MOVE SPACES TO CKSECT
            IF WS-SAVE-FAILED OF WS-SWITCHES
               MOVE 'STATUS SAVE FAILED - ROLLED BACK, RERUN THE CHECK'
                 TO CS-TITLE OF CKSECT
            ELSE
               MOVE 'TOTALS BY OUTCOME'
                 TO CS-TITLE OF CKSECT
            END-IF
            WRITE RECRPT FROM CKSECT FORMAT IS 'CKSECT'
            MOVE 'EXPECTED ON THE DATE' TO WS-TOT-LABEL
            MOVE WS-CNT-DUE             TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'RAN OK'               TO WS-TOT-LABEL
            MOVE WS-CNT-OK              TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'RAN WITH ERRORS'      TO WS-TOT-LABEL
            MOVE WS-CNT-ERRS            TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'RUNNING PAST DEADLINE' TO WS-TOT-LABEL
            MOVE WS-CNT-LATE            TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'NEVER RAN'            TO WS-TOT-LABEL
            MOVE WS-CNT-MISS            TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'RUNNING, NOT YET DUE' TO WS-TOT-LABEL
            MOVE WS-CNT-RUNG            TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'NOT SEEN, NOT YET DUE' TO WS-TOT-LABEL
            MOVE WS-CNT-WAIT            TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE
            MOVE 'MISSING-JOB ALERTS SENT' TO WS-TOT-LABEL
            MOVE WS-CNT-ALERTS          TO WS-TOT-COUNT
            PERFORM 3100-PRINT-TOTAL-LINE.
       3100-PRINT-TOTAL-LINE.
            MOVE SPACES       TO CKTOTLN
            MOVE WS-TOT-LABEL TO CT-LABEL OF CKTOTLN
            MOVE WS-TOT-COUNT TO WS-COUNT-Z
            MOVE WS-COUNT-Z   TO CT-COUNT OF CKTOTLN
            WRITE RECRPT FROM CKTOTLN FORMAT IS 'CKTOTLN'.
