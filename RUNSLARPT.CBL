       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSLARPT.
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
      *                 Oct2026  written as the elapsed-time SLA and
      *                          outlier report over JOBRUNH - a
      *                          batch window that is quietly
      *                          stretching was invisible until it
      *                          collided with the morning online day
      *
      * @
      *
      * Batch report over JOBRUNH, the run history JOBDRV writes off
      * each joblog's CPF1124/CPF1164 messages.  Every complete run
      * that started inside the report window is checked two ways:
      * against its elapsed-time SLA from JOBSLA (the job's own row,
      * else its APPMAP application's through MAPAPP), and against
      * the average of the same job's earlier runs over the rolling
      * average window.  A run over its SLA, or more than the given
      * percentage slower than its average, gets a detail line; then
      * one summary line per application.  A job needs a few prior
      * runs before its average means anything, so a new job is
      * never called slow on its second night.  Submitted from CL by
      * SBMRUNRPT the same way SBMTREND submits MSGTREND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHORPT ASSIGN TO PRINTER-RUNRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHORPT.
         01 RECRPT.
         Copy DDS-ALL-FORMATS OF RUNRPT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy JOBRUNREC.
           Copy JOBSLAREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-OVER-SLA-SW           PIC 1  VALUE B"0".
              88  WS-OVER-SLA            VALUE B"1".
            05  WS-SLOW-SW               PIC 1  VALUE B"0".
              88  WS-SLOW                VALUE B"1".
       01   WS-RUNDATE                   PIC X(10).
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
      *    Report window, outlier percentage and rolling-average
      *    window, all in days except the percentage.
       77   WS-DAYS                      PIC S9(09) BINARY VALUE ZERO.
       77   WS-PCT                       PIC S9(09) BINARY VALUE ZERO.
       77   WS-AVG-DAYS                  PIC S9(09) BINARY VALUE ZERO.
      *    Fewer earlier runs than this in the averaging window and
      *    the run is not judged against its average at all.
       77   WS-MIN-PRIOR                 PIC S9(09) BINARY VALUE 3.
       77   WS-AVG-SECS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PRIOR-RUNS                PIC S9(09) BINARY VALUE ZERO.
       77   WS-SLA-SECS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PCT-OVER                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                   PIC 9(09) VALUE ZERO.
       77   WS-PCT-Z                     PIC 9(06) VALUE ZERO.
       77   WS-CPU-Z                     PIC Z(7)9.999.
       77   WS-HIT-SW                    PIC 1  VALUE B"0".
       01   WS-APPCODE                   PIC X(10).
       01   WS-FLAG                      PIC X(08).
       01   WS-START-LIMIT               PIC X(26).
      *    JOBSLA loaded once - a few dozen rows at most, looked up
      *    for every run in the window.
       01   SLT-TABLE.
            05  SLT-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  SLT-ENTRY OCCURS 200 TIMES INDEXED BY SLT-IDX.
                10  SLT-TYPE             PIC X(01).
                10  SLT-KEY              PIC X(10).
                10  SLT-MAXSECS          PIC S9(09) BINARY.
      *    The by-application summary, accumulated off the same
      *    cursor the detail section walks - MAPAPP's pattern match
      *    cannot run inside SQL.  Overflow folds into a final
      *    *OVERFLOW entry, as in MSGTREND.
       01   ARN-TABLE.
            05  ARN-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  ARN-ENTRY OCCURS 100 TIMES INDEXED BY ARN-IDX.
                10  ARN-APPCODE          PIC X(10).
                10  ARN-RUNS             PIC S9(09) BINARY.
                10  ARN-TOTSECS          PIC S9(15) PACKED-DECIMAL.
                10  ARN-MAXSECS          PIC S9(09) BINARY.
                10  ARN-OVERSLA          PIC S9(09) BINARY.
                10  ARN-SLOW             PIC S9(09) BINARY.
           EXEC SQL
               DECLARE SLACSR CURSOR FOR
               SELECT SLA_TYPE, SLA_KEY, SLA_MAXSECS
                 FROM JOBSLA
                ORDER BY SLA_TYPE, SLA_KEY
           END-EXEC.
      *    Each run with the average and count of the same job's
      *    complete runs that started before it, within the rolling
      *    window back from its own start - so last Tuesday's run is
      *    judged against the month before last Tuesday, not against
      *    runs that came after it.  The CHAR(26) timestamps are in
      *    the joblog's ISO form, so they compare as strings.
           EXEC SQL
               DECLARE RUNCSR CURSOR FOR
               SELECT R.JRH_JOBNAME, R.JRH_JOBNBR, R.JRH_STARTTS,
                      R.JRH_ELAPSED, R.JRH_ENDCODE, R.JRH_CPUSECS,
                      COALESCE((SELECT AVG(P.JRH_ELAPSED)
                                  FROM JOBRUNH P
                                 WHERE P.JRH_JOBNAME = R.JRH_JOBNAME
                                   AND P.JRH_COMPLETE = '1'
                                   AND P.JRH_STARTTS < R.JRH_STARTTS
                                   AND P.JRH_STARTTS >=
                                       CHAR(TIMESTAMP(R.JRH_STARTTS)
                                            - :WS-AVG-DAYS DAYS)), 0),
                      (SELECT COUNT(*)
                         FROM JOBRUNH P
                        WHERE P.JRH_JOBNAME = R.JRH_JOBNAME
                          AND P.JRH_COMPLETE = '1'
                          AND P.JRH_STARTTS < R.JRH_STARTTS
                          AND P.JRH_STARTTS >=
                              CHAR(TIMESTAMP(R.JRH_STARTTS)
                                   - :WS-AVG-DAYS DAYS))
                 FROM JOBRUNH R
                WHERE R.JRH_COMPLETE = '1'
                  AND R.JRH_STARTTS >= :WS-START-LIMIT
                ORDER BY R.JRH_JOBNAME, R.JRH_STARTTS
           END-EXEC.
       LINKAGE SECTION.
       01   LK-DAYS                      PIC X(05).
       01   LK-PCT                       PIC X(05).
       01   LK-AVGDAYS                   PIC X(05).
       PROCEDURE DIVISION USING LK-DAYS
                                LK-PCT
                                LK-AVGDAYS.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            OPEN OUTPUT ECHORPT
            PERFORM 1100-PRINT-HEADER
            PERFORM 1200-LOAD-SLAS
            PERFORM 2000-PRINT-FLAGGED-RUNS
            PERFORM 3000-PRINT-APP-SUMMARY
            CLOSE ECHORPT
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed parm
      *    takes the shop default instead of failing the run: the
      *    last 7 days, 25 percent over average, a 30-day average.
            MOVE LK-DAYS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-DAYS
            ELSE
               MOVE 7 TO WS-DAYS
            END-IF
            MOVE LK-PCT TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-PCT
            ELSE
               MOVE 25 TO WS-PCT
            END-IF
            MOVE LK-AVGDAYS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-AVG-DAYS
            ELSE
               MOVE 30 TO WS-AVG-DAYS
            END-IF
            EXEC SQL
                SET :WS-START-LIMIT =
                    CHAR(CURRENT TIMESTAMP - :WS-DAYS DAYS)
            END-EXEC.
       1100-PRINT-HEADER.
            EXEC SQL
                SET :WS-RUNDATE = CHAR(CURRENT DATE, ISO)
            END-EXEC
            MOVE SPACES     TO RRHDR
            MOVE WS-RUNDATE TO RH-RUNDATE OF RRHDR
            MOVE WS-DAYS    TO WS-PARM-9
            MOVE WS-PARM-X  TO RH-DAYS    OF RRHDR
            MOVE WS-PCT     TO WS-PARM-9
            MOVE WS-PARM-X  TO RH-PCT     OF RRHDR
            MOVE WS-AVG-DAYS TO WS-PARM-9
            MOVE WS-PARM-X  TO RH-AVGDAYS OF RRHDR
            WRITE RECRPT FROM RRHDR FORMAT IS 'RRHDR'.
       1200-LOAD-SLAS.
            MOVE ZERO TO SLT-COUNT OF SLT-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN SLACSR END-EXEC
            PERFORM 1210-LOAD-ONE-SLA UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE SLACSR END-EXEC.
       1210-LOAD-ONE-SLA.
            EXEC SQL
                FETCH SLACSR
                 INTO :SLA-TYPE, :SLA-KEY, :SLA-MAXSECS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               IF SLT-COUNT OF SLT-TABLE < 200
                  ADD 1 TO SLT-COUNT OF SLT-TABLE
                  SET SLT-IDX TO SLT-COUNT OF SLT-TABLE
                  MOVE SLA-TYPE    TO SLT-TYPE    (SLT-IDX)
                  MOVE SLA-KEY     TO SLT-KEY     (SLT-IDX)
                  MOVE SLA-MAXSECS TO SLT-MAXSECS (SLT-IDX)
               ELSE
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
            END-IF.
       2000-PRINT-FLAGGED-RUNS.
            MOVE SPACES TO RRSECT
            MOVE 'RUNS OVER SLA OR SLOWER THAN THEIR ROLLING AVERAGE'
              TO RS-TITLE OF RRSECT
            WRITE RECRPT FROM RRSECT FORMAT IS 'RRSECT'
            WRITE RECRPT FORMAT IS 'RRRUNHD'
            MOVE ZERO TO ARN-COUNT OF ARN-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN RUNCSR END-EXEC
            PERFORM 2100-CHECK-ONE-RUN UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE RUNCSR END-EXEC.
       2100-CHECK-ONE-RUN.
            EXEC SQL
                FETCH RUNCSR
                 INTO :JRH-JOBNAME, :JRH-JOBNBR, :JRH-STARTTS,
                      :JRH-ELAPSED, :JRH-ENDCODE, :JRH-CPUSECS,
                      :WS-AVG-SECS, :WS-PRIOR-RUNS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               CALL 'MAPAPP' USING JRH-JOBNAME
                                   WS-APPCODE
               PERFORM 2200-FIND-SLA
               MOVE B"0" TO WS-OVER-SLA-SW OF WS-SWITCHES
               MOVE B"0" TO WS-SLOW-SW     OF WS-SWITCHES
               MOVE ZERO TO WS-PCT-OVER
               IF WS-SLA-SECS > ZERO AND JRH-ELAPSED > WS-SLA-SECS
                  MOVE B"1" TO WS-OVER-SLA-SW OF WS-SWITCHES
               END-IF
               IF WS-PRIOR-RUNS >= WS-MIN-PRIOR AND WS-AVG-SECS > ZERO
                  COMPUTE WS-PCT-OVER =
                      (JRH-ELAPSED - WS-AVG-SECS) * 100 / WS-AVG-SECS
                  IF WS-PCT-OVER > WS-PCT
                     MOVE B"1" TO WS-SLOW-SW OF WS-SWITCHES
                  END-IF
               END-IF
               IF WS-OVER-SLA OF WS-SWITCHES
                  OR WS-SLOW OF WS-SWITCHES
                  PERFORM 2300-PRINT-RUN-LINE
               END-IF
               PERFORM 2400-ADD-APP-RUN
            END-IF.
       2200-FIND-SLA.
      *    The job's own SLA row, else its application's, else none
      *    (zero) - a job with no SLA is only ever judged against
      *    its own average.
            MOVE ZERO TO WS-SLA-SECS
            MOVE B"0" TO WS-HIT-SW
            PERFORM 2210-MATCH-JOB-SLA
                VARYING SLT-IDX FROM 1 BY 1
                UNTIL SLT-IDX > SLT-COUNT OF SLT-TABLE
            IF WS-HIT-SW = B"0"
               PERFORM 2220-MATCH-APP-SLA
                   VARYING SLT-IDX FROM 1 BY 1
                   UNTIL SLT-IDX > SLT-COUNT OF SLT-TABLE
            END-IF.
       2210-MATCH-JOB-SLA.
            IF WS-HIT-SW = B"0"
               AND SLT-TYPE (SLT-IDX) = 'J'
               AND SLT-KEY  (SLT-IDX) = JRH-JOBNAME
               MOVE SLT-MAXSECS (SLT-IDX) TO WS-SLA-SECS
               MOVE B"1" TO WS-HIT-SW
            END-IF.
       2220-MATCH-APP-SLA.
            IF WS-HIT-SW = B"0"
               AND SLT-TYPE (SLT-IDX) = 'A'
               AND SLT-KEY  (SLT-IDX) = WS-APPCODE
               MOVE SLT-MAXSECS (SLT-IDX) TO WS-SLA-SECS
               MOVE B"1" TO WS-HIT-SW
            END-IF.
       2300-PRINT-RUN-LINE.
            MOVE SPACES TO WS-FLAG
            IF WS-OVER-SLA OF WS-SWITCHES AND WS-SLOW OF WS-SWITCHES
               MOVE 'SLA+SLOW' TO WS-FLAG
            ELSE
               IF WS-OVER-SLA OF WS-SWITCHES
                  MOVE 'OVER SLA' TO WS-FLAG
               ELSE
                  MOVE 'SLOW'     TO WS-FLAG
               END-IF
            END-IF
            MOVE SPACES            TO RRRUNLN
            MOVE JRH-JOBNAME       TO RR-JOBNAME OF RRRUNLN
            MOVE JRH-JOBNBR        TO RR-JOBNBR  OF RRRUNLN
            MOVE WS-APPCODE        TO RR-APPCODE OF RRRUNLN
            MOVE JRH-STARTTS (1:19) TO RR-STARTED OF RRRUNLN
            MOVE JRH-ELAPSED       TO WS-COUNT-Z
            MOVE WS-COUNT-Z        TO RR-ELAPSED OF RRRUNLN
            IF WS-SLA-SECS > ZERO
               MOVE WS-SLA-SECS    TO WS-COUNT-Z
               MOVE WS-COUNT-Z     TO RR-SLASECS OF RRRUNLN
            END-IF
            IF WS-PRIOR-RUNS >= WS-MIN-PRIOR
               MOVE WS-AVG-SECS    TO WS-COUNT-Z
               MOVE WS-COUNT-Z     TO RR-AVGSECS OF RRRUNLN
               IF WS-PCT-OVER > ZERO
                  MOVE WS-PCT-OVER TO WS-PCT-Z
                  MOVE WS-PCT-Z    TO RR-PCTOVER OF RRRUNLN
               END-IF
            END-IF
            MOVE JRH-ENDCODE       TO RR-ENDCODE OF RRRUNLN
            MOVE JRH-CPUSECS       TO WS-CPU-Z
            MOVE WS-CPU-Z          TO RR-CPUSECS OF RRRUNLN
            MOVE WS-FLAG           TO RR-FLAG    OF RRRUNLN
            WRITE RECRPT FROM RRRUNLN FORMAT IS 'RRRUNLN'.
       2400-ADD-APP-RUN.
            MOVE B"0" TO WS-HIT-SW
            PERFORM 2410-SCAN-ARN-SLOT
                VARYING ARN-IDX FROM 1 BY 1
                UNTIL ARN-IDX > ARN-COUNT OF ARN-TABLE
            IF WS-HIT-SW = B"0"
               IF ARN-COUNT OF ARN-TABLE < 100
                  ADD 1 TO ARN-COUNT OF ARN-TABLE
                  SET ARN-IDX TO ARN-COUNT OF ARN-TABLE
                  MOVE WS-APPCODE TO ARN-APPCODE (ARN-IDX)
                  MOVE ZERO TO ARN-RUNS    (ARN-IDX)
                  MOVE ZERO TO ARN-TOTSECS (ARN-IDX)
                  MOVE ZERO TO ARN-MAXSECS (ARN-IDX)
                  MOVE ZERO TO ARN-OVERSLA (ARN-IDX)
                  MOVE ZERO TO ARN-SLOW    (ARN-IDX)
               ELSE
                  SET ARN-IDX TO ARN-COUNT OF ARN-TABLE
                  MOVE '*OVERFLOW' TO ARN-APPCODE (ARN-IDX)
               END-IF
               PERFORM 2420-ADD-TO-SLOT
            END-IF.
       2410-SCAN-ARN-SLOT.
            IF WS-HIT-SW = B"0"
               AND ARN-APPCODE (ARN-IDX) = WS-APPCODE
               PERFORM 2420-ADD-TO-SLOT
               MOVE B"1" TO WS-HIT-SW
            END-IF.
       2420-ADD-TO-SLOT.
            ADD 1           TO ARN-RUNS    (ARN-IDX)
            ADD JRH-ELAPSED TO ARN-TOTSECS (ARN-IDX)
            IF JRH-ELAPSED > ARN-MAXSECS (ARN-IDX)
               MOVE JRH-ELAPSED TO ARN-MAXSECS (ARN-IDX)
            END-IF
            IF WS-OVER-SLA OF WS-SWITCHES
               ADD 1 TO ARN-OVERSLA (ARN-IDX)
            END-IF
            IF WS-SLOW OF WS-SWITCHES
               ADD 1 TO ARN-SLOW (ARN-IDX)
            END-IF.
       3000-PRINT-APP-SUMMARY.
            MOVE SPACES TO RRSECT
            MOVE 'RUN TIMES BY APPLICATION'
              TO RS-TITLE OF RRSECT
            WRITE RECRPT FROM RRSECT FORMAT IS 'RRSECT'
            WRITE RECRPT FORMAT IS 'RRAPPHD'
            PERFORM 3100-PRINT-APP-LINE
                VARYING ARN-IDX FROM 1 BY 1
                UNTIL ARN-IDX > ARN-COUNT OF ARN-TABLE.
       3100-PRINT-APP-LINE.
            MOVE SPACES                TO RRAPPLN
            MOVE ARN-APPCODE (ARN-IDX) TO RA-APPCODE OF RRAPPLN
            MOVE ARN-RUNS (ARN-IDX)    TO WS-COUNT-Z
            MOVE WS-COUNT-Z            TO RA-RUNS    OF RRAPPLN
            COMPUTE WS-COUNT-Z = ARN-TOTSECS (ARN-IDX)
                               / ARN-RUNS (ARN-IDX)
            MOVE WS-COUNT-Z            TO RA-AVGSECS OF RRAPPLN
            MOVE ARN-MAXSECS (ARN-IDX) TO WS-COUNT-Z
            MOVE WS-COUNT-Z            TO RA-MAXSECS OF RRAPPLN
            MOVE ARN-OVERSLA (ARN-IDX) TO WS-COUNT-Z
            MOVE WS-COUNT-Z            TO RA-OVERSLA OF RRAPPLN
            MOVE ARN-SLOW (ARN-IDX)    TO WS-COUNT-Z
            MOVE WS-COUNT-Z            TO RA-SLOW    OF RRAPPLN
            WRITE RECRPT FROM RRAPPLN FORMAT IS 'RRAPPLN'.
