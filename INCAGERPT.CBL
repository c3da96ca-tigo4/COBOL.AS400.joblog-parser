       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCAGERPT.
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
      *                 Oct2026  written as the incident aging
      *                          report over INCIDENT - alerts
      *                          acknowledged and then forgotten
      *                          had no list anyone was held to
      *
      * @
      *
      * Batch report over INCIDENT, the incident record JOBDRV opens
      * on every alert.  Every incident still OPEN or acknowledged
      * whose first occurrence is more than HOURS hours old is
      * listed, oldest first, with the application its job belongs
      * to (APPMAP's pattern for the job, through MAPAPP), its
      * occurrence count, its age in hours and who has it.  The
      * same incidents are then counted by application - how many,
      * how many nobody has yet acknowledged or been assigned, and
      * the oldest - so the morning review can go application by
      * application.  Submitted from CL by SBMINCAGE the same way
      * SBMRUNRPT submits RUNSLARPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHORPT ASSIGN TO PRINTER-INCRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHORPT.
         01 RECRPT.
         Copy DDS-ALL-FORMATS OF INCRPT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy INCIDREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
       01   WS-RUNDATE                   PIC X(10).
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
      *    Age limit in hours, and each listed incident's age.
       77   WS-HOURS                     PIC S9(09) BINARY VALUE ZERO.
       77   WS-AGE-HRS                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                   PIC 9(09) VALUE ZERO.
       77   WS-ID-Z                      PIC 9(07) VALUE ZERO.
       01   WS-APPCODE                   PIC X(10).
       01   WS-AGE-LIMIT                 PIC X(26).
      *    Per-application counts, filled as the detail section
      *    walks its cursor - MAPAPP's pattern match is not
      *    something SQL can GROUP BY, as in RUNSLARPT.  Past 100
      *    applications the rest count under *OVERFLOW.
       01   AIN-TABLE.
            05  AIN-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  AIN-ENTRY OCCURS 100 TIMES INDEXED BY AIN-IDX.
                10  AIN-APPCODE          PIC X(10).
                10  AIN-INCS             PIC S9(09) BINARY.
                10  AIN-OPEN             PIC S9(09) BINARY.
                10  AIN-ACK              PIC S9(09) BINARY.
                10  AIN-UNASSGN          PIC S9(09) BINARY.
                10  AIN-OLDEST           PIC S9(09) BINARY.
       77   WS-HIT-SW                    PIC 1  VALUE B"0".
      *    Everything unresolved that first occurred before the age
      *    limit.  The age is whole hours off the same DAYS and
      *    MIDNIGHT_SECONDS arithmetic JOBDRV uses for reply waits.
           EXEC SQL
               DECLARE AGECSR CURSOR FOR
               SELECT INC_ID, INC_STATUS, INC_JOBNAME, INC_ROOTMSGID,
                      INC_COUNT, CHAR(INC_FIRSTOCC),
                      CHAR(INC_LASTOCC), INC_ASSIGNED, INC_ACKUSER,
                      ((DAYS(CURRENT TIMESTAMP) - DAYS(INC_FIRSTOCC))
                        * 86400
                       + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
                       - MIDNIGHT_SECONDS(INC_FIRSTOCC)) / 3600
                 FROM INCIDENT
                WHERE INC_STATUS <> 'RESOLVED'
                  AND CHAR(INC_FIRSTOCC) < :WS-AGE-LIMIT
                ORDER BY INC_FIRSTOCC, INC_ID
           END-EXEC.
       LINKAGE SECTION.
       01   LK-HOURS                     PIC X(05).
       PROCEDURE DIVISION USING LK-HOURS.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            OPEN OUTPUT ECHORPT
            PERFORM 1100-PRINT-HEADER
            PERFORM 2000-PRINT-INCIDENTS
            PERFORM 3000-PRINT-APP-SUMMARY
            CLOSE ECHORPT
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed parm
      *    takes the shop default instead of failing the run:
      *    anything unresolved for more than 24 hours.
            MOVE LK-HOURS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-HOURS
            ELSE
               MOVE 24 TO WS-HOURS
            END-IF
            EXEC SQL
                SET :WS-AGE-LIMIT =
                    CHAR(CURRENT TIMESTAMP - :WS-HOURS HOURS)
            END-EXEC.
       1100-PRINT-HEADER.
            EXEC SQL
                SET :WS-RUNDATE = CHAR(CURRENT DATE, ISO)
            END-EXEC
            MOVE SPACES       TO IRHDR
            MOVE WS-RUNDATE   TO IH-RUNDATE OF IRHDR
            MOVE WS-HOURS     TO WS-PARM-9
            MOVE WS-PARM-X    TO IH-HOURS   OF IRHDR
            WRITE RECRPT FROM IRHDR FORMAT IS 'IRHDR'.
       2000-PRINT-INCIDENTS.
            MOVE SPACES TO IRSECT
            MOVE 'INCIDENTS UNRESOLVED PAST THE AGE LIMIT'
              TO IS-TITLE OF IRSECT
            WRITE RECRPT FROM IRSECT FORMAT IS 'IRSECT'
            WRITE RECRPT FORMAT IS 'IRINCHD'
            MOVE ZERO TO AIN-COUNT OF AIN-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN AGECSR END-EXEC
            PERFORM 2100-PRINT-INCIDENT-LINE
                UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE AGECSR END-EXEC.
       2100-PRINT-INCIDENT-LINE.
            EXEC SQL
                FETCH AGECSR
                 INTO :INC-ID, :INC-STATUS, :INC-JOBNAME,
                      :INC-ROOTMSGID, :INC-COUNT, :INC-FIRSTOCC,
                      :INC-LASTOCC, :INC-ASSIGNED, :INC-ACKUSER,
                      :WS-AGE-HRS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               CALL 'MAPAPP' USING INC-JOBNAME
                                   WS-APPCODE
               MOVE SPACES              TO IRINCLN
               MOVE WS-APPCODE          TO II-APPCODE  OF IRINCLN
               MOVE INC-ID              TO WS-ID-Z
               MOVE WS-ID-Z             TO II-ID       OF IRINCLN
               MOVE INC-STATUS          TO II-STATUS   OF IRINCLN
               MOVE INC-JOBNAME         TO II-JOBNAME  OF IRINCLN
               MOVE INC-ROOTMSGID       TO II-ROOTID   OF IRINCLN
               MOVE INC-COUNT           TO WS-COUNT-Z
               MOVE WS-COUNT-Z          TO II-COUNT    OF IRINCLN
               MOVE INC-FIRSTOCC (1:19) TO II-FIRSTOCC OF IRINCLN
               MOVE INC-LASTOCC (1:19)  TO II-LASTOCC  OF IRINCLN
               MOVE WS-AGE-HRS          TO WS-COUNT-Z
               MOVE WS-COUNT-Z          TO II-AGEHRS   OF IRINCLN
               MOVE INC-ASSIGNED        TO II-ASSIGNED OF IRINCLN
               MOVE INC-ACKUSER         TO II-ACKUSER  OF IRINCLN
               WRITE RECRPT FROM IRINCLN FORMAT IS 'IRINCLN'
               PERFORM 2400-ADD-APP-INCIDENT
            END-IF.
       2400-ADD-APP-INCIDENT.
      *    Find or add the application's slot and count the incident
      *    in it, the same way RUNSLARPT's 2400-ADD-APP-RUN does.
            MOVE B"0" TO WS-HIT-SW
            PERFORM 2410-SCAN-AIN-SLOT
                VARYING AIN-IDX FROM 1 BY 1
                UNTIL AIN-IDX > AIN-COUNT OF AIN-TABLE
            IF WS-HIT-SW = B"0"
               IF AIN-COUNT OF AIN-TABLE < 100
                  ADD 1 TO AIN-COUNT OF AIN-TABLE
                  SET AIN-IDX TO AIN-COUNT OF AIN-TABLE
                  MOVE WS-APPCODE TO AIN-APPCODE (AIN-IDX)
                  MOVE ZERO TO AIN-INCS    (AIN-IDX)
                  MOVE ZERO TO AIN-OPEN    (AIN-IDX)
                  MOVE ZERO TO AIN-ACK     (AIN-IDX)
                  MOVE ZERO TO AIN-UNASSGN (AIN-IDX)
                  MOVE ZERO TO AIN-OLDEST  (AIN-IDX)
               ELSE
                  SET AIN-IDX TO AIN-COUNT OF AIN-TABLE
                  MOVE '*OVERFLOW' TO AIN-APPCODE (AIN-IDX)
               END-IF
               PERFORM 2420-ADD-TO-SLOT
            END-IF.
       2410-SCAN-AIN-SLOT.
            IF WS-HIT-SW = B"0"
               AND AIN-APPCODE (AIN-IDX) = WS-APPCODE
               PERFORM 2420-ADD-TO-SLOT
               MOVE B"1" TO WS-HIT-SW
            END-IF.
       2420-ADD-TO-SLOT.
            ADD 1 TO AIN-INCS (AIN-IDX)
            IF INC-STATUS = 'OPEN'
               ADD 1 TO AIN-OPEN (AIN-IDX)
            ELSE
               ADD 1 TO AIN-ACK (AIN-IDX)
            END-IF
            IF INC-ASSIGNED = SPACES
               ADD 1 TO AIN-UNASSGN (AIN-IDX)
            END-IF
            IF WS-AGE-HRS > AIN-OLDEST (AIN-IDX)
               MOVE WS-AGE-HRS TO AIN-OLDEST (AIN-IDX)
            END-IF.
       3000-PRINT-APP-SUMMARY.
            MOVE SPACES TO IRSECT
            MOVE 'UNRESOLVED PAST THE AGE LIMIT BY APPLICATION'
              TO IS-TITLE OF IRSECT
            WRITE RECRPT FROM IRSECT FORMAT IS 'IRSECT'
            WRITE RECRPT FORMAT IS 'IRAPPHD'
            PERFORM 3100-PRINT-APP-LINE
                VARYING AIN-IDX FROM 1 BY 1
                UNTIL AIN-IDX > AIN-COUNT OF AIN-TABLE.
       3100-PRINT-APP-LINE.
            MOVE SPACES                  TO IRAPPLN
            MOVE AIN-APPCODE (AIN-IDX)   TO IA-APPCODE OF IRAPPLN
            MOVE AIN-INCS (AIN-IDX)      TO WS-COUNT-Z
            MOVE WS-COUNT-Z              TO IA-INCS    OF IRAPPLN
            MOVE AIN-OPEN (AIN-IDX)      TO WS-COUNT-Z
            MOVE WS-COUNT-Z              TO IA-OPEN    OF IRAPPLN
            MOVE AIN-ACK (AIN-IDX)       TO WS-COUNT-Z
            MOVE WS-COUNT-Z              TO IA-ACK     OF IRAPPLN
            MOVE AIN-UNASSGN (AIN-IDX)   TO WS-COUNT-Z
            MOVE WS-COUNT-Z              TO IA-UNASSGN OF IRAPPLN
            MOVE AIN-OLDEST (AIN-IDX)    TO WS-COUNT-Z
            MOVE WS-COUNT-Z              TO IA-OLDEST  OF IRAPPLN
            WRITE RECRPT FROM IRAPPLN FORMAT IS 'IRAPPLN'.
