       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINJ400G.
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
      *                 Oct2026  written to work the INCIDENT rows
      *                          JOBDRV opens on every alert - an
      *                          alert used to be a QSYSOPR message
      *                          with nobody's name on it and no
      *                          record of what was done about it
      *                 Oct2026  an option 1 acknowledge reports its
      *                          outcome on the list's new message line,
      *                          and a list emptied by an option goes
      *                          back to the filters instead of showing
      *                          an empty subfile
      *
      * @
      *
      * Interactive work-with-incidents screen over INCIDENT.  Key a
      * status (blank lists everything not yet resolved) and/or a
      * job name and the matching incidents come up on a subfile,
      * most recent occurrence first.  Option 1 acknowledges an OPEN
      * incident on the spot - the acknowledger takes it unless it
      * is already assigned - and option 5 works with one: F6
      * acknowledges, F10 saves the owner and the working note, and
      * F9 resolves it with the note as the resolution.  Resolving
      * with "add note to MSGKB" keyed Y files the note as the
      * action for the root message id, when MSGKB has no note for
      * that id yet - an existing note is the shop's agreed answer
      * and is left for MSGKBMNT to change.  Every change is stamped
      * with the signed-on user.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHODSP ASSIGN TO WORKSTATION-INCSCREEN
                   ORGANIZATION IS TRANSACTION
                   ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHODSP.
         01 RECDSP.
         Copy DDS-ALL-FORMATS OF INCSCREEN.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy INCIDREC.
           Copy MSGKBREC.
       77   IND-OFF                       PIC 1  VALUE B"0".
       77   IND-ON                        PIC 1  VALUE B"1".
       01   WS-INDICATORS.
             05 IN03                      PIC 1  INDIC 03.
             05 IN06                      PIC 1  INDIC 06.
             05 IN09                      PIC 1  INDIC 09.
             05 IN10                      PIC 1  INDIC 10.
             05 IN12                      PIC 1  INDIC 12.
             05 IN41                      PIC 1  INDIC 41.
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
      *    The filters as keyed, held apart from the display buffer
      *    every format shares so the list can be reloaded after an
      *    option.  Blank and *ALL status are turned into the WHERE
      *    clause's two switches in LOADINCS.
       01   WS-KEYSTATUS                  PIC X(08).
       01   WS-KEYJOBNAME                 PIC X(10).
       01   WS-STATUS                     PIC X(08).
       77   WS-ADDKB                      PIC X(01) VALUE 'N'.
       77   WS-OPENONLY                   PIC X(01) VALUE 'N'.
       77   WS-RRN                        PIC S9(04) BINARY VALUE ZERO.
       77   WS-TOT-INCS                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                    PIC 9(09) VALUE ZERO.
       77   WS-ID-Z                       PIC 9(07) VALUE ZERO.
       01   WS-KBCAUSE                    PIC X(50).
      *    The list's message line, held here until SFLCTL02 is
      *    written - the subfile reads reuse the display buffer.
       01   WS-LISTMSG                    PIC X(79).
      *    One inquiry's worth of incidents, held back from the fetch
      *    so the options can find the incident id behind each row.
      *    Sized to the subfile (SFLSIZ 50), and a fetch past the end
      *    says to narrow the filters, as MAINJ400C does.
       01   INC-TABLE.
            05  INC-TCOUNT               PIC 9(03) BINARY VALUE ZERO.
            05  INC-ENTRY OCCURS 50 TIMES INDEXED BY INC-IDX.
                10  INC-TID              PIC S9(09) BINARY.
                10  INC-TSTATUS          PIC X(08).
                10  INC-TJOBNAME         PIC X(10).
                10  INC-TROOTID          PIC X(07).
                10  INC-TCOUNTOCC        PIC S9(09) BINARY.
                10  INC-TLASTOCC         PIC X(26).
                10  INC-TASSIGNED        PIC X(10).
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-OVERFLOW-SW           PIC 1  VALUE B"0".
              88  WS-OVERFLOW            VALUE B"1".
            05  WS-RELOAD-SW             PIC 1  VALUE B"0".
              88  WS-RELOAD              VALUE B"1".
            05  WS-DTLDONE-SW            PIC 1  VALUE B"0".
              88  WS-DTLDONE             VALUE B"1".
      *    Blank status lists OPEN and ACK together (WS-OPENONLY Y),
      *    *ALL lists every status (WS-STATUS blank), anything else
      *    is matched as keyed.  A blank job name matches any.
           EXEC SQL
               DECLARE INCCSR CURSOR FOR
               SELECT INC_ID, INC_STATUS, INC_JOBNAME, INC_ROOTMSGID,
                      INC_COUNT, CHAR(INC_LASTOCC), INC_ASSIGNED
                 FROM INCIDENT
                WHERE (:WS-OPENONLY = 'N' OR
                       INC_STATUS <> 'RESOLVED')
                  AND (:WS-STATUS = ' ' OR
                       INC_STATUS = :WS-STATUS)
                  AND (:INC-JOBNAME = ' ' OR
                       INC_JOBNAME = :INC-JOBNAME)
                ORDER BY INC_LASTOCC DESC, INC_ID DESC
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
            OPEN I-O ECHODSP
            INITIALIZE RINCSCR-I
            INITIALIZE RINCSCR-O
            PERFORM GETCURRUSER
            PERFORM SHOWSCREEN UNTIL IN03 OF WS-INDICATORS = IND-ON.
            CLOSE ECHODSP.
            STOP RUN.
       SHOWSCREEN.
            WRITE RECDSP FORMAT IS 'RINCSCR'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN70 OF WS-INDICATORS
            MOVE SPACES  TO MSG OF RINCSCR-O
            IF IN03 OF WS-INDICATORS = IND-OFF
               IF ISTATUS OF RINCSCR-I NOT = SPACES AND
                  ISTATUS OF RINCSCR-I NOT = 'OPEN' AND
                  ISTATUS OF RINCSCR-I NOT = 'ACK' AND
                  ISTATUS OF RINCSCR-I NOT = 'RESOLVED' AND
                  ISTATUS OF RINCSCR-I NOT = '*ALL'
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'STATUS IS BLANK, OPEN, ACK, RESOLVED OR *ALL'
                    TO MSG OF RINCSCR-O
               ELSE
                  MOVE ISTATUS  OF RINCSCR-I TO WS-KEYSTATUS
                  MOVE IJOBNAME OF RINCSCR-I TO WS-KEYJOBNAME
                  PERFORM LOADINCS
                  IF INC-TCOUNT OF INC-TABLE = ZERO
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'NO INCIDENTS MATCH THOSE FILTERS'
                       TO MSG OF RINCSCR-O
                  ELSE
                     PERFORM SHOWLIST
                  END-IF
               END-IF
            END-IF.
       LOADINCS.
      *    Run the filters against INCIDENT and hold the matches in
      *    INC-TABLE, plus the count over everything that matched -
      *    the subfile stops at 50, the count does not.
            MOVE 'N' TO WS-OPENONLY
            MOVE WS-KEYSTATUS TO WS-STATUS
            IF WS-STATUS = SPACES
               MOVE 'Y' TO WS-OPENONLY
            END-IF
            IF WS-STATUS = '*ALL'
               MOVE SPACES TO WS-STATUS
            END-IF
            MOVE WS-KEYJOBNAME TO INC-JOBNAME
            MOVE ZERO TO WS-TOT-INCS
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TOT-INCS
                  FROM INCIDENT
                 WHERE (:WS-OPENONLY = 'N' OR
                        INC_STATUS <> 'RESOLVED')
                   AND (:WS-STATUS = ' ' OR
                        INC_STATUS = :WS-STATUS)
                   AND (:INC-JOBNAME = ' ' OR
                        INC_JOBNAME = :INC-JOBNAME)
            END-EXEC
            MOVE ZERO TO INC-TCOUNT OF INC-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            MOVE B"0" TO WS-OVERFLOW-SW OF WS-SWITCHES
            EXEC SQL OPEN INCCSR END-EXEC
            PERFORM LOADINCS-FETCH UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE INCCSR END-EXEC.
       LOADINCS-FETCH.
            EXEC SQL
                FETCH INCCSR
                 INTO :INC-ID, :INC-STATUS, :INC-JOBNAME,
                      :INC-ROOTMSGID, :INC-COUNT, :INC-LASTOCC,
                      :INC-ASSIGNED
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               IF INC-TCOUNT OF INC-TABLE < 50
                  ADD 1 TO INC-TCOUNT OF INC-TABLE
                  SET INC-IDX TO INC-TCOUNT OF INC-TABLE
                  MOVE INC-ID        TO INC-TID       (INC-IDX)
                  MOVE INC-STATUS    TO INC-TSTATUS   (INC-IDX)
                  MOVE INC-JOBNAME   TO INC-TJOBNAME  (INC-IDX)
                  MOVE INC-ROOTMSGID TO INC-TROOTID   (INC-IDX)
                  MOVE INC-COUNT     TO INC-TCOUNTOCC (INC-IDX)
                  MOVE INC-LASTOCC   TO INC-TLASTOCC  (INC-IDX)
                  MOVE INC-ASSIGNED  TO INC-TASSIGNED (INC-IDX)
               ELSE
                  MOVE B"1" TO WS-OVERFLOW-SW OF WS-SWITCHES
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
            END-IF.
       SHOWLIST.
      *    Load the subfile from INC-TABLE, then leave the list up
      *    until F12.  Enter with 1s and 5s keyed walks the flagged
      *    rows; anything that changed an incident reloads the list
      *    so it shows the incidents as they now stand.
            MOVE SPACES TO WS-LISTMSG
            PERFORM FILLLIST
            PERFORM SHOWLIST-SCREEN
                WITH TEST AFTER
                UNTIL IN12 OF WS-INDICATORS = IND-ON.
       FILLLIST.
            MOVE IND-ON TO IN41 OF WS-INDICATORS
            WRITE RECDSP FORMAT IS 'SFLCTL02'
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN41 OF WS-INDICATORS
            PERFORM SHOWLIST-LINE
                VARYING INC-IDX FROM 1 BY 1
                UNTIL INC-IDX > INC-TCOUNT OF INC-TABLE
            IF WS-OVERFLOW OF WS-SWITCHES
               MOVE 'MORE THAN 50 INCIDENTS MATCH - NARROW THE FILTERS'
                 TO WS-LISTMSG
            END-IF.
       SHOWLIST-LINE.
            MOVE SPACES                     TO SFLINC01
            MOVE INC-TID       (INC-IDX)    TO WS-ID-Z
            MOVE WS-ID-Z                    TO LID       OF SFLINC01
            MOVE INC-TSTATUS   (INC-IDX)    TO LSTATUS   OF SFLINC01
            MOVE INC-TJOBNAME  (INC-IDX)    TO LJOBNAME  OF SFLINC01
            MOVE INC-TROOTID   (INC-IDX)    TO LROOTID   OF SFLINC01
            MOVE INC-TCOUNTOCC (INC-IDX)    TO WS-COUNT-Z
            MOVE WS-COUNT-Z (5:5)           TO LCOUNT    OF SFLINC01
            MOVE INC-TLASTOCC  (INC-IDX) (1:16)
                                            TO LLASTOCC  OF SFLINC01
            MOVE INC-TASSIGNED (INC-IDX)    TO LASSIGNED OF SFLINC01
            WRITE RECDSP FROM SFLINC01 FORMAT IS 'SFLINC01'.
       SHOWLIST-SCREEN.
            MOVE WS-TOT-INCS TO WS-COUNT-Z
            MOVE WS-COUNT-Z  TO LINCS OF SFLCTL02
            MOVE WS-LISTMSG  TO MSG   OF SFLCTL02
            WRITE RECDSP FORMAT IS 'SFLCTL02'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE SPACES TO WS-LISTMSG
            IF IN12 OF WS-INDICATORS = IND-OFF
               MOVE B"0" TO WS-RELOAD-SW OF WS-SWITCHES
               PERFORM PROCDETAIL
               IF WS-RELOAD OF WS-SWITCHES
                  PERFORM LOADINCS
      *          The option just taken can empty the list (the only
      *          OPEN incident acknowledged under status OPEN, the
      *          only open one resolved) - an empty subfile cannot
      *          be displayed, so go back to the filters and say so.
                  IF INC-TCOUNT OF INC-TABLE = ZERO
                     MOVE IND-ON TO IN12 OF WS-INDICATORS
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'NO INCIDENTS MATCH THOSE FILTERS'
                       TO MSG OF RINCSCR-O
                  ELSE
                     PERFORM FILLLIST
                  END-IF
               END-IF
            END-IF.
       PROCDETAIL.
      *    Read every subfile row back by relative record number and
      *    act on the option keyed against it, as MAINJ400C's
      *    PROCDETAIL does.
            PERFORM PROCDETAIL-ROW
                VARYING WS-RRN FROM 1 BY 1
                UNTIL WS-RRN > INC-TCOUNT OF INC-TABLE.
       PROCDETAIL-ROW.
            MOVE WS-RRN TO SFLRRN2 OF SFLCTL02
            READ ECHODSP FORMAT IS 'SFLINC01'
                    INDICATORS ARE WS-INDICATORS
            SET INC-IDX TO WS-RRN
            IF LOPT OF SFLINC01 = '1'
               MOVE INC-TID (INC-IDX) TO INC-ID
               PERFORM ACKINCIDENT
               MOVE MSG OF RINCDTL-O TO WS-LISTMSG
               MOVE B"1" TO WS-RELOAD-SW OF WS-SWITCHES
            END-IF
            IF LOPT OF SFLINC01 = '5'
               MOVE INC-TID (INC-IDX) TO INC-ID
               PERFORM SHOWDETAIL
               MOVE B"1" TO WS-RELOAD-SW OF WS-SWITCHES
            END-IF.
       SHOWDETAIL.
      *    Put up one incident as it stands on file and stay on it
      *    until Enter or F12 - each F6, F9 or F10 acts, re-reads
      *    the row and shows the outcome on the message line.
            MOVE SPACES TO MSG OF RINCDTL-O
            MOVE 'N'    TO WS-ADDKB
            PERFORM READINCIDENT
            MOVE B"0" TO WS-DTLDONE-SW OF WS-SWITCHES
            PERFORM SHOWDETAIL-SCREEN
                WITH TEST AFTER
                UNTIL WS-DTLDONE OF WS-SWITCHES
            MOVE IND-OFF TO IN12 OF WS-INDICATORS.
       SHOWDETAIL-SCREEN.
            MOVE WS-ADDKB TO DADDKB OF RINCDTL-O
            WRITE RECDSP FORMAT IS 'RINCDTL'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            PERFORM TAKEKEYED
            MOVE IND-OFF TO IN70 OF WS-INDICATORS
            MOVE SPACES  TO MSG OF RINCDTL-O
            IF IN12 OF WS-INDICATORS = IND-ON
               MOVE B"1" TO WS-DTLDONE-SW OF WS-SWITCHES
            ELSE
               IF IN06 OF WS-INDICATORS = IND-ON
                  PERFORM ACKINCIDENT
                  PERFORM READINCIDENT
               ELSE
                  IF IN09 OF WS-INDICATORS = IND-ON
                     PERFORM RESOLVEINCIDENT
                     PERFORM READINCIDENT
                  ELSE
                     IF IN10 OF WS-INDICATORS = IND-ON
                        PERFORM SAVEINCIDENT
                        PERFORM READINCIDENT
                     ELSE
                        MOVE B"1" TO WS-DTLDONE-SW OF WS-SWITCHES
                     END-IF
                  END-IF
               END-IF
            END-IF.
       READINCIDENT.
      *    Pull the incident for INC-ID into the detail format.  The
      *    owner and the note come up for editing; the Y/N for MSGKB
      *    stays as last keyed (WS-ADDKB).
            EXEC SQL
                SELECT INC_ID, INC_JOBNAME, INC_ROOTMSGID, INC_STATUS,
                       INC_ASSIGNED, CHAR(INC_FIRSTOCC),
                       CHAR(INC_LASTOCC), INC_COUNT, INC_LASTNBR,
                       INC_LASTFILE, INC_WORSTID, INC_WORSTSEV,
                       INC_ACKUSER, INC_ACKTS, INC_NOTE, INC_RESOLVTS,
                       INC_UPDUSER, CHAR(INC_UPDATED)
                  INTO :INC-ID, :INC-JOBNAME, :INC-ROOTMSGID,
                       :INC-STATUS, :INC-ASSIGNED, :INC-FIRSTOCC,
                       :INC-LASTOCC, :INC-COUNT, :INC-LASTNBR,
                       :INC-LASTFILE, :INC-WORSTID, :INC-WORSTSEV,
                       :INC-ACKUSER, :INC-ACKTS, :INC-NOTE,
                       :INC-RESOLVTS, :INC-UPDUSER, :INC-UPDATED
                  FROM INCIDENT
                 WHERE INC_ID = :INC-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'INCIDENT NO LONGER ON FILE' TO MSG OF RINCDTL-O
               MOVE B"1" TO WS-DTLDONE-SW OF WS-SWITCHES
            ELSE
               MOVE INC-ID        TO WS-ID-Z
               MOVE WS-ID-Z       TO DID       OF RINCDTL-O
               MOVE INC-STATUS    TO DSTATUS   OF RINCDTL-O
               MOVE INC-JOBNAME   TO DJOBNAME  OF RINCDTL-O
               MOVE INC-LASTNBR   TO DLASTNBR  OF RINCDTL-O
               MOVE INC-LASTFILE  TO DLASTFILE OF RINCDTL-O
               MOVE INC-ROOTMSGID TO DROOTID   OF RINCDTL-O
               MOVE INC-WORSTID   TO DWORSTID  OF RINCDTL-O
               MOVE INC-WORSTSEV  TO DWORSTSEV OF RINCDTL-O
               MOVE INC-COUNT     TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO DCOUNT    OF RINCDTL-O
               MOVE INC-FIRSTOCC  TO DFIRSTOCC OF RINCDTL-O
               MOVE INC-LASTOCC   TO DLASTOCC  OF RINCDTL-O
               MOVE INC-ACKUSER   TO DACKUSER  OF RINCDTL-O
               MOVE INC-ACKTS     TO DACKTS    OF RINCDTL-O
               MOVE INC-RESOLVTS  TO DRESOLVTS OF RINCDTL-O
               MOVE INC-UPDUSER   TO DUPDUSER  OF RINCDTL-O
               MOVE INC-UPDATED   TO DUPDATED  OF RINCDTL-O
               MOVE INC-ASSIGNED  TO DASSIGNED OF RINCDTL-O
      *        The 200-byte note folds 70/70/60 over the three lines.
               MOVE INC-NOTE (1:70)   TO DNOTE1 OF RINCDTL-O
               MOVE INC-NOTE (71:70)  TO DNOTE2 OF RINCDTL-O
               MOVE INC-NOTE (141:60) TO DNOTE3 OF RINCDTL-O
            END-IF.
       TAKEKEYED.
      *    The owner, note and Y/N as keyed on the detail format,
      *    taken out of the shared buffer before anything else is
      *    moved into it, the note folded back into its 200 bytes.
            MOVE DASSIGNED OF RINCDTL-I TO INC-ASSIGNED
            MOVE SPACES TO INC-NOTE
            MOVE DNOTE1 OF RINCDTL-I TO INC-NOTE (1:70)
            MOVE DNOTE2 OF RINCDTL-I TO INC-NOTE (71:70)
            MOVE DNOTE3 OF RINCDTL-I TO INC-NOTE (141:60)
            MOVE DADDKB OF RINCDTL-I TO WS-ADDKB.
       ACKINCIDENT.
      *    Option 1 or F6: OPEN becomes ACK, stamped with who and
      *    when.  The acknowledger owns the incident unless someone
      *    is already assigned.  Only an OPEN incident can be
      *    acknowledged - acknowledging twice would lose the first
      *    stamp.
            MOVE WS-USERNAME-Q OF WS-USER-PROFILE TO INC-UPDUSER
            EXEC SQL
                UPDATE INCIDENT
                   SET INC_STATUS   = 'ACK',
                       INC_ACKUSER  = :INC-UPDUSER,
                       INC_ACKTS    = CHAR(CURRENT TIMESTAMP),
                       INC_ASSIGNED = CASE WHEN INC_ASSIGNED = ' '
                                      THEN :INC-UPDUSER
                                      ELSE INC_ASSIGNED END,
                       INC_UPDUSER  = :INC-UPDUSER,
                       INC_UPDATED  = CURRENT TIMESTAMP
                 WHERE INC_ID     = :INC-ID
                   AND INC_STATUS = 'OPEN'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 'INCIDENT ACKNOWLEDGED' TO MSG OF RINCDTL-O
            ELSE
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               IF SQLCODE = 100
                  MOVE 'ONLY AN OPEN INCIDENT CAN BE ACKNOWLEDGED'
                    TO MSG OF RINCDTL-O
               ELSE
                  MOVE 'NOT ACKNOWLEDGED - SEE JOBLOG FOR THE SQL ERROR'
                    TO MSG OF RINCDTL-O
               END-IF
            END-IF.
       SAVEINCIDENT.
      *    F10: save the owner and the working note as keyed.  The
      *    status is left alone - reassigning is not acknowledging.
            MOVE WS-USERNAME-Q OF WS-USER-PROFILE TO INC-UPDUSER
            EXEC SQL
                UPDATE INCIDENT
                   SET INC_ASSIGNED = :INC-ASSIGNED,
                       INC_NOTE     = :INC-NOTE,
                       INC_UPDUSER  = :INC-UPDUSER,
                       INC_UPDATED  = CURRENT TIMESTAMP
                 WHERE INC_ID     = :INC-ID
                   AND INC_STATUS <> 'RESOLVED'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 'INCIDENT SAVED' TO MSG OF RINCDTL-O
            ELSE
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               IF SQLCODE = 100
                  MOVE 'INCIDENT IS RESOLVED - NO FURTHER CHANGES'
                    TO MSG OF RINCDTL-O
               ELSE
                  MOVE 'NOT SAVED - SEE JOBLOG FOR THE SQL ERROR'
                    TO MSG OF RINCDTL-O
               END-IF
            END-IF.
       RESOLVEINCIDENT.
      *    F9: close the incident with the note as keyed as its
      *    resolution - a resolved incident with no word on what
      *    fixed it is no use the next time, so a blank note is
      *    refused.  The next alert for the same job and root opens
      *    a new incident.
            IF INC-NOTE = SPACES
               MOVE IND-ON TO IN70 OF WS-INDICATORS
               MOVE 'KEY A RESOLUTION NOTE BEFORE F9'
                 TO MSG OF RINCDTL-O
            ELSE
               IF WS-ADDKB NOT = 'Y' AND
                  WS-ADDKB NOT = 'N'
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'ADD NOTE TO MSGKB MUST BE Y OR N'
                    TO MSG OF RINCDTL-O
               ELSE
                  MOVE WS-USERNAME-Q OF WS-USER-PROFILE TO INC-UPDUSER
                  EXEC SQL
                      UPDATE INCIDENT
                         SET INC_STATUS   = 'RESOLVED',
                             INC_ASSIGNED = :INC-ASSIGNED,
                             INC_NOTE     = :INC-NOTE,
                             INC_RESOLVTS = CHAR(CURRENT TIMESTAMP),
                             INC_UPDUSER  = :INC-UPDUSER,
                             INC_UPDATED  = CURRENT TIMESTAMP
                       WHERE INC_ID     = :INC-ID
                         AND INC_STATUS <> 'RESOLVED'
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE 'INCIDENT RESOLVED' TO MSG OF RINCDTL-O
                     IF WS-ADDKB = 'Y'
                        PERFORM ADDKBNOTE
                     END-IF
                  ELSE
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     IF SQLCODE = 100
                        MOVE 'INCIDENT IS ALREADY RESOLVED'
                          TO MSG OF RINCDTL-O
                     ELSE
                        MOVE 'NOT RESOLVED - SEE JOBLOG FOR SQL ERROR'
                          TO MSG OF RINCDTL-O
                     END-IF
                  END-IF
               END-IF
            END-IF.
       ADDKBNOTE.
      *    File the resolution as the MSGKB action for the root
      *    message id - its first 50 bytes, the width of KB_ACTION -
      *    with the incident it came from as the cause, so the next
      *    operator to see the id on MAINJ400A's F8 report or in
      *    DB2MSGF gets the fix.  Only when MSGKB has no row for the
      *    id: an existing note stays as MSGKBMNT left it.
            MOVE INC-ROOTMSGID TO KB-MSGID
            EXEC SQL
                SELECT KB_MSGID
                  INTO :KB-MSGID
                  FROM MSGKB
                 WHERE KB_MSGID = :KB-MSGID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 'RESOLVED - MSGKB ALREADY HAS A NOTE, LEFT AS IS'
                 TO MSG OF RINCDTL-O
            ELSE
               MOVE SPACES TO WS-KBCAUSE
               MOVE INC-ID TO WS-ID-Z
               STRING 'SEE INCIDENT '      DELIMITED BY SIZE
                      WS-ID-Z              DELIMITED BY SIZE
                      ' ON '               DELIMITED BY SIZE
                      INC-JOBNAME          DELIMITED BY SPACE
                 INTO WS-KBCAUSE
               MOVE WS-KBCAUSE        TO KB-CAUSE
               MOVE INC-NOTE (1:50)   TO KB-ACTION
               MOVE INC-UPDUSER       TO KB-USER
               EXEC SQL
                   INSERT INTO MSGKB
                       (KB_MSGID, KB_CAUSE, KB_ACTION, KB_USER)
                   VALUES
                       (:KB-MSGID, :KB-CAUSE, :KB-ACTION, :KB-USER)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE 'RESOLVED - NOTE ADDED TO MSGKB'
                    TO MSG OF RINCDTL-O
               ELSE
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'RESOLVED - MSGKB NOTE NOT ADDED, SEE JOBLOG'
                    TO MSG OF RINCDTL-O
               END-IF
            END-IF.
       GETCURRUSER.
      *    Retrieve Job Information (QUSRJOBI, format JOBI0100) for
      *    '*' CURRENT '*' to pick up the signed-on user profile
      *    working the incidents, so every acknowledge, save and
      *    resolve carries a name.
            MOVE ZERO TO WS-EC-BYTES-PROVIDED OF WS-ERROR-CODE
            CALL 'QUSRJOBI' USING WS-JOBI0100
                                  WS-JOBI-RCVLEN
                                  'JOBI0100'
                                  WS-USER-PROFILE
                                  SPACES
                                  WS-ERROR-CODE
            MOVE WS-JOBI-USERNAME OF WS-JOBI0100 TO WS-USERNAME-Q
                                                      OF WS-USER-PROFILE.
