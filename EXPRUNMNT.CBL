       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRUNMNT.
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
      *                 Oct2026  written as the maintenance screen for
      *                          EXPRUN, the expected-run calendar
      *                          CHKEXPRUN checks for jobs that never
      *                          ran - same shape as APPMAPMNT
      *
      * @
      *
      * Maintenance screen for EXPRUN (see EXPRUN.SQL).  Enter with
      * a job pattern keyed shows the calendar entry on file; F6
      * saves the keyed entry (insert or update); F11 deletes it.
      * A pattern is an exact job name or a prefix ending in '*',
      * as in APPMAP - 'PR*' is satisfied by any PR job running.
      * Every field is checked before a save, because CHKEXPRUN
      * runs unattended and a calendar it cannot read would either
      * page the on-call for nothing or never page at all.  A blank
      * application is filled in from APPMAP through MAPAPP, the
      * same resolution every report uses.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHODSP ASSIGN TO WORKSTATION-EXPRUNSCR
                   ORGANIZATION IS TRANSACTION
                   ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHODSP.
         01 RECDSP.
         Copy DDS-ALL-FORMATS OF EXPRUNSCR.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy EXPRUNREC.
       77   IND-OFF                       PIC 1  VALUE B"0".
       77   IND-ON                        PIC 1  VALUE B"1".
       01   WS-INDICATORS.
             05 IN03                      PIC 1  INDIC 03.
             05 IN06                      PIC 1  INDIC 06.
             05 IN11                      PIC 1  INDIC 11.
             05 IN70                      PIC 1  INDIC 70.
       01   WS-USER-PROFILE.
            05  WS-JOBNAME-Q             PIC X(10) VALUE '*'.
            05  WS-USERNAME-Q            PIC X(10) VALUE SPACES.
            05  WS-JOBNBR-Q              PIC X(06) VALUE SPACES.
       01   WS-JOBI0100.
            05  WS-JOBI-BYTES-RTND       PIC 9(09) BINARY.
            05  WS-JOBI-BYTES-AVAIL      PIC 9(09) BINARY.
            05  WS-JOBI-JOBNAME          PIC X(10).
            05  WS-JOBI-USERNAME         PIC X(10).
            05  WS-JOBI-JOBNBR           PIC X(06).
       77   WS-JOBI-RCVLEN               PIC 9(09) BINARY
                                          VALUE LENGTH OF WS-JOBI0100.
       01   WS-ERROR-CODE.
            05  WS-EC-BYTES-PROVIDED     PIC 9(09) BINARY VALUE ZERO.
            05  WS-EC-BYTES-AVAIL        PIC 9(09) BINARY VALUE ZERO.
       77   WS-Y-COUNT                   PIC 9(02) VALUE ZERO.
       77   WS-BLANK-COUNT               PIC 9(02) VALUE ZERO.
       01   WS-ENDTIME-CHK               PIC X(08).
       01   WS-APPCODE                   PIC X(10).
       PROCEDURE DIVISION.
       MAINRTN.
            OPEN I-O ECHODSP
            INITIALIZE REXPSCR-I
            INITIALIZE REXPSCR-O
            PERFORM GETCURRUSER
            PERFORM SHOWSCREEN UNTIL IN03 OF WS-INDICATORS = IND-ON.
            CLOSE ECHODSP.
            STOP RUN.
       SHOWSCREEN.
            WRITE RECDSP FORMAT IS 'REXPSCR'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN70 OF WS-INDICATORS
            MOVE SPACES  TO MSG OF REXPSCR-O
            IF IN03 OF WS-INDICATORS = IND-OFF
               IF EPATTERN OF REXPSCR-I = SPACES
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'KEY A JOB PATTERN FIRST' TO MSG OF REXPSCR-O
               ELSE
                  IF IN06 OF WS-INDICATORS = IND-ON
                     PERFORM SAVEENTRY
                  ELSE
                     IF IN11 OF WS-INDICATORS = IND-ON
                        PERFORM DELETEENTRY
                     ELSE
                        PERFORM SHOWENTRY
                     END-IF
                  END-IF
               END-IF
            END-IF.
       SHOWENTRY.
      *    Plain Enter: pull the calendar entry on file for the
      *    keyed pattern up into the entry fields so it can be read
      *    or edited in place and saved back with F6.
            MOVE EPATTERN OF REXPSCR-I TO EXR-PATTERN
            PERFORM READENTRY
            IF SQLCODE = ZERO
               MOVE EXR-CALTYPE TO ECALTYPE OF REXPSCR-I
               MOVE EXR-DAYS    TO EDAYS    OF REXPSCR-I
               MOVE EXR-MDAY    TO EMDAY    OF REXPSCR-I
               MOVE EXR-ENDTIME TO EENDTIME OF REXPSCR-I
               MOVE EXR-NEXTDAY TO ENEXTDAY OF REXPSCR-I
               MOVE EXR-APPCODE TO EAPPCODE OF REXPSCR-I
               MOVE EXR-UPDATED TO EUPDATED OF REXPSCR-O
               MOVE EXR-USER    TO EUSER    OF REXPSCR-O
            ELSE
               MOVE SPACES TO ECALTYPE OF REXPSCR-I
               MOVE SPACES TO EDAYS    OF REXPSCR-I
               MOVE ZERO   TO EMDAY    OF REXPSCR-I
               MOVE SPACES TO EENDTIME OF REXPSCR-I
               MOVE SPACES TO ENEXTDAY OF REXPSCR-I
               MOVE SPACES TO EAPPCODE OF REXPSCR-I
               MOVE SPACES TO EUPDATED OF REXPSCR-O
               MOVE SPACES TO EUSER    OF REXPSCR-O
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'NO EXPECTED RUN FOR THAT PATTERN - F6 ADDS ONE'
                 TO MSG OF REXPSCR-O
            END-IF.
       READENTRY.
            EXEC SQL
                SELECT EXR_CALTYPE, EXR_DAYS, EXR_MDAY, EXR_ENDTIME,
                       EXR_NEXTDAY, EXR_APPCODE, EXR_USER,
                       CHAR(EXR_UPDATED)
                  INTO :EXR-CALTYPE, :EXR-DAYS, :EXR-MDAY,
                       :EXR-ENDTIME, :EXR-NEXTDAY, :EXR-APPCODE,
                       :EXR-USER, :EXR-UPDATED
                  FROM EXPRUN
                 WHERE EXR_PATTERN = :EXR-PATTERN
            END-EXEC.
       SAVEENTRY.
      *    F6: check the keyed entry, then update the row if one
      *    exists or insert it if not, stamped with the signed-on
      *    user the same way APPMAP mappings are.  A bare '*' is
      *    refused for the reason APPMAPMNT refuses one - any job
      *    at all would satisfy it, so it could never go missing.
            PERFORM EDITENTRY
            IF IN70 OF WS-INDICATORS = IND-OFF
               MOVE EPATTERN OF REXPSCR-I TO EXR-PATTERN
               MOVE ECALTYPE OF REXPSCR-I TO EXR-CALTYPE
               MOVE EDAYS    OF REXPSCR-I TO EXR-DAYS
               MOVE EMDAY    OF REXPSCR-I TO EXR-MDAY
               MOVE EENDTIME OF REXPSCR-I TO EXR-ENDTIME
               MOVE ENEXTDAY OF REXPSCR-I TO EXR-NEXTDAY
               MOVE EAPPCODE OF REXPSCR-I TO EXR-APPCODE
               MOVE WS-USERNAME-Q OF WS-USER-PROFILE TO EXR-USER
               EXEC SQL
                   UPDATE EXPRUN
                      SET EXR_CALTYPE = :EXR-CALTYPE,
                          EXR_DAYS    = :EXR-DAYS,
                          EXR_MDAY    = :EXR-MDAY,
                          EXR_ENDTIME = :EXR-ENDTIME,
                          EXR_NEXTDAY = :EXR-NEXTDAY,
                          EXR_APPCODE = :EXR-APPCODE,
                          EXR_USER    = :EXR-USER,
                          EXR_UPDATED = CURRENT TIMESTAMP
                    WHERE EXR_PATTERN = :EXR-PATTERN
               END-EXEC
               IF SQLCODE = 100
                  EXEC SQL
                      INSERT INTO EXPRUN
                          (EXR_PATTERN, EXR_CALTYPE, EXR_DAYS,
                           EXR_MDAY, EXR_ENDTIME, EXR_NEXTDAY,
                           EXR_APPCODE, EXR_USER)
                      VALUES
                          (:EXR-PATTERN, :EXR-CALTYPE, :EXR-DAYS,
                           :EXR-MDAY, :EXR-ENDTIME, :EXR-NEXTDAY,
                           :EXR-APPCODE, :EXR-USER)
                  END-EXEC
               END-IF
               IF SQLCODE = ZERO
                  MOVE 'EXPECTED RUN SAVED' TO MSG OF REXPSCR-O
               ELSE
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'NOT SAVED - SEE JOBLOG FOR THE SQL ERROR'
                    TO MSG OF REXPSCR-O
               END-IF
            END-IF.
       EDITENTRY.
      *    One complaint at a time, first field first.  Blank next-
      *    day means N and a blank application is looked up - the
      *    two fields with a default worth having.
            IF EPATTERN OF REXPSCR-I = '*'
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'A BARE * MATCHES EVERY JOB - NOT SAVED'
                 TO MSG OF REXPSCR-O
            END-IF
            IF IN70 OF WS-INDICATORS = IND-OFF
               IF ECALTYPE OF REXPSCR-I = 'W'
                  PERFORM EDITWEEKDAYS
               ELSE
                  IF ECALTYPE OF REXPSCR-I = 'M'
                     IF EMDAY OF REXPSCR-I < 1
                        OR (EMDAY OF REXPSCR-I > 31
                            AND EMDAY OF REXPSCR-I NOT = 99)
                        MOVE IND-ON TO IN70 OF WS-INDICATORS
                        MOVE 'DAY OF MONTH IS 1-31 OR 99 (LAST DAY)'
                          TO MSG OF REXPSCR-O
                     END-IF
                  ELSE
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'CALENDAR IS W (WEEKDAYS) OR M (MONTHLY)'
                       TO MSG OF REXPSCR-O
                  END-IF
               END-IF
            END-IF
            IF IN70 OF WS-INDICATORS = IND-OFF
      *       The database is the time checker, the way MAINJ400D
      *       lets it check a run date.
               MOVE EENDTIME OF REXPSCR-I TO WS-ENDTIME-CHK
               EXEC SQL
                   SET :WS-ENDTIME-CHK =
                       CHAR(TIME(:WS-ENDTIME-CHK), ISO)
               END-EXEC
               IF SQLCODE < ZERO OR EENDTIME OF REXPSCR-I = SPACES
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'LATEST END IS A TIME OF DAY AS HH.MM.SS'
                    TO MSG OF REXPSCR-O
               ELSE
                  MOVE WS-ENDTIME-CHK TO EENDTIME OF REXPSCR-I
               END-IF
            END-IF
            IF IN70 OF WS-INDICATORS = IND-OFF
               IF ENEXTDAY OF REXPSCR-I = SPACES
                  MOVE 'N' TO ENEXTDAY OF REXPSCR-I
               END-IF
               IF ENEXTDAY OF REXPSCR-I NOT = 'Y'
                  AND ENEXTDAY OF REXPSCR-I NOT = 'N'
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'NEXT DAY IS Y OR N' TO MSG OF REXPSCR-O
               END-IF
            END-IF
            IF IN70 OF WS-INDICATORS = IND-OFF
               IF EAPPCODE OF REXPSCR-I = SPACES
                  CALL 'MAPAPP' USING EPATTERN OF REXPSCR-I
                                      WS-APPCODE
                  MOVE WS-APPCODE TO EAPPCODE OF REXPSCR-I
               END-IF
            END-IF.
       EDITWEEKDAYS.
      *    Seven positions, Monday first, each Y or blank - and at
      *    least one Y, or the job is never expected at all.
            MOVE ZERO TO WS-Y-COUNT
            MOVE ZERO TO WS-BLANK-COUNT
            INSPECT EDAYS OF REXPSCR-I
                TALLYING WS-Y-COUNT FOR ALL 'Y'
                         WS-BLANK-COUNT FOR ALL SPACES
            IF WS-Y-COUNT = ZERO
               OR WS-Y-COUNT + WS-BLANK-COUNT NOT = 7
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'WEEKDAYS IS Y OR BLANK UNDER EACH OF MTWTFSS'
                 TO MSG OF REXPSCR-O
            END-IF.
       DELETEENTRY.
      *    F11: take the entry for the keyed pattern off file - the
      *    job is no longer expected from the next check on.  Its
      *    past EXPRUNSTS rows stay as they were found.
            MOVE EPATTERN OF REXPSCR-I TO EXR-PATTERN
            EXEC SQL
                DELETE FROM EXPRUN
                 WHERE EXR_PATTERN = :EXR-PATTERN
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 'EXPECTED RUN DELETED' TO MSG OF REXPSCR-O
               MOVE SPACES TO ECALTYPE OF REXPSCR-I
               MOVE SPACES TO EDAYS    OF REXPSCR-I
               MOVE ZERO   TO EMDAY    OF REXPSCR-I
               MOVE SPACES TO EENDTIME OF REXPSCR-I
               MOVE SPACES TO ENEXTDAY OF REXPSCR-I
               MOVE SPACES TO EAPPCODE OF REXPSCR-I
               MOVE SPACES TO EUPDATED OF REXPSCR-O
               MOVE SPACES TO EUSER    OF REXPSCR-O
            ELSE
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'NO EXPECTED RUN ON FILE FOR THAT PATTERN'
                 TO MSG OF REXPSCR-O
            END-IF.
       GETCURRUSER.
      *    Retrieve Job Information (QUSRJOBI, format JOBI0100) for
      *    '*' CURRENT '*' to pick up the signed-on user profile
      *    maintaining the calendar, so EXR_USER shows who set a
      *    job's expectations.
            MOVE ZERO TO WS-EC-BYTES-PROVIDED OF WS-ERROR-CODE
            CALL 'QUSRJOBI' USING WS-JOBI0100
                                  WS-JOBI-RCVLEN
                                  'JOBI0100'
                                  WS-USER-PROFILE
                                  SPACES
                                  WS-ERROR-CODE
            MOVE WS-JOBI-USERNAME OF WS-JOBI0100 TO WS-USERNAME-Q
                                                      OF WS-USER-PROFILE.
