       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQRPYRPT.
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
      *                 Oct2026  written as the weekly inquiry
      *                          replies report over INQRPY - who
      *                          answered what, and how long jobs
      *                          sat waiting on an operator, had
      *                          to be dug out of the joblogs by
      *                          hand
      *
      * @
      *
      * Batch report over INQRPY, the inquiry reply register JOBDRV
      * writes off each parsed joblog.  Every reply to an inquiry
      * asked inside the report window is counted twice over: by
      * message id and the reply value given to it, and by who gave
      * it - a user profile, the system reply list or the default
      * reply.  Each summary line carries the average and longest
      * wait and how many of the waits ran to the long-wait limit
      * or beyond.  A detail line follows for every reply in the
      * window, oldest first, with the long waits flagged.  A reply
      * whose timestamps would not convert has a wait of zero and
      * is never flagged.  Submitted from CL by SBMRPYRPT the same
      * way SBMRUNRPT submits RUNSLARPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHORPT ASSIGN TO PRINTER-RPYRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHORPT.
         01 RECRPT.
         Copy DDS-ALL-FORMATS OF RPYRPT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy INQRPYREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
       01   WS-RUNDATE                   PIC X(10).
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
      *    Report window in days and the wait, in minutes, at which
      *    a reply is flagged as long.
       77   WS-DAYS                      PIC S9(09) BINARY VALUE ZERO.
       77   WS-LONG-MINS                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-REPLIES                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-AVG-MINS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-MAX-MINS                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-LONG-WAITS                PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                   PIC 9(09) VALUE ZERO.
       01   WS-TYPE-WORD                 PIC X(08).
       01   WS-START-LIMIT               PIC X(26).
      *    Replies per message id and reply value given.
           EXEC SQL
               DECLARE MIDCSR CURSOR FOR
               SELECT RPY_MSGID, RPY_VALUE, COUNT(*),
                      AVG(RPY_WAITMINS), MAX(RPY_WAITMINS),
                      SUM(CASE WHEN RPY_WAITMINS >= :WS-LONG-MINS
                               THEN 1 ELSE 0 END)
                 FROM INQRPY
                WHERE RPY_ASKED >= :WS-START-LIMIT
                GROUP BY RPY_MSGID, RPY_VALUE
                ORDER BY RPY_MSGID, RPY_VALUE
           END-EXEC.
      *    Replies per replier - the reply list and the default
      *    reply each come out as one line of their own.
           EXEC SQL
               DECLARE USRCSR CURSOR FOR
               SELECT RPY_REPLIER, RPY_RPYTYPE, COUNT(*),
                      AVG(RPY_WAITMINS), MAX(RPY_WAITMINS),
                      SUM(CASE WHEN RPY_WAITMINS >= :WS-LONG-MINS
                               THEN 1 ELSE 0 END)
                 FROM INQRPY
                WHERE RPY_ASKED >= :WS-START-LIMIT
                GROUP BY RPY_REPLIER, RPY_RPYTYPE
                ORDER BY RPY_RPYTYPE, RPY_REPLIER
           END-EXEC.
           EXEC SQL
               DECLARE DTLCSR CURSOR FOR
               SELECT RPY_JOBNAME, RPY_JOBNBR, RPY_MSGID, RPY_TEXT,
                      RPY_VALUE, RPY_REPLIER, RPY_RPYTYPE,
                      RPY_ASKED, RPY_WAITMINS
                 FROM INQRPY
                WHERE RPY_ASKED >= :WS-START-LIMIT
                ORDER BY RPY_ASKED, RPY_JOBNAME, RPY_JOBNBR
           END-EXEC.
       LINKAGE SECTION.
       01   LK-DAYS                      PIC X(05).
       01   LK-LONGMINS                  PIC X(05).
       PROCEDURE DIVISION USING LK-DAYS
                                LK-LONGMINS.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            OPEN OUTPUT ECHORPT
            PERFORM 1100-PRINT-HEADER
            PERFORM 2000-PRINT-BY-MSGID
            PERFORM 3000-PRINT-BY-REPLIER
            PERFORM 4000-PRINT-REPLIES
            CLOSE ECHORPT
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed parm
      *    takes the shop default instead of failing the run: the
      *    last 7 days, a wait of 30 minutes or more flagged.
            MOVE LK-DAYS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-DAYS
            ELSE
               MOVE 7 TO WS-DAYS
            END-IF
            MOVE LK-LONGMINS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-LONG-MINS
            ELSE
               MOVE 30 TO WS-LONG-MINS
            END-IF
            EXEC SQL
                SET :WS-START-LIMIT =
                    CHAR(CURRENT TIMESTAMP - :WS-DAYS DAYS)
            END-EXEC.
       1100-PRINT-HEADER.
            EXEC SQL
                SET :WS-RUNDATE = CHAR(CURRENT DATE, ISO)
            END-EXEC
            MOVE SPACES       TO RYHDR
            MOVE WS-RUNDATE   TO YH-RUNDATE  OF RYHDR
            MOVE WS-DAYS      TO WS-PARM-9
            MOVE WS-PARM-X    TO YH-DAYS     OF RYHDR
            MOVE WS-LONG-MINS TO WS-PARM-9
            MOVE WS-PARM-X    TO YH-LONGMINS OF RYHDR
            WRITE RECRPT FROM RYHDR FORMAT IS 'RYHDR'.
       2000-PRINT-BY-MSGID.
            MOVE SPACES TO RYSECT
            MOVE 'REPLIES BY MESSAGE ID AND REPLY VALUE'
              TO YS-TITLE OF RYSECT
            WRITE RECRPT FROM RYSECT FORMAT IS 'RYSECT'
            WRITE RECRPT FORMAT IS 'RYMIDHD'
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN MIDCSR END-EXEC
            PERFORM 2100-PRINT-MSGID-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE MIDCSR END-EXEC.
       2100-PRINT-MSGID-LINE.
            EXEC SQL
                FETCH MIDCSR
                 INTO :RPY-MSGID, :RPY-VALUE, :WS-REPLIES,
                      :WS-AVG-MINS, :WS-MAX-MINS, :WS-LONG-WAITS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               MOVE SPACES        TO RYMIDLN
               MOVE RPY-MSGID     TO YM-MSGID   OF RYMIDLN
               MOVE RPY-VALUE     TO YM-VALUE   OF RYMIDLN
               MOVE WS-REPLIES    TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YM-COUNT   OF RYMIDLN
               MOVE WS-AVG-MINS   TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YM-AVGMINS OF RYMIDLN
               MOVE WS-MAX-MINS   TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YM-MAXMINS OF RYMIDLN
               MOVE WS-LONG-WAITS TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YM-LONG    OF RYMIDLN
               WRITE RECRPT FROM RYMIDLN FORMAT IS 'RYMIDLN'
            END-IF.
       3000-PRINT-BY-REPLIER.
            MOVE SPACES TO RYSECT
            MOVE 'REPLIES BY WHO ANSWERED'
              TO YS-TITLE OF RYSECT
            WRITE RECRPT FROM RYSECT FORMAT IS 'RYSECT'
            WRITE RECRPT FORMAT IS 'RYUSRHD'
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN USRCSR END-EXEC
            PERFORM 3100-PRINT-REPLIER-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE USRCSR END-EXEC.
       3100-PRINT-REPLIER-LINE.
            EXEC SQL
                FETCH USRCSR
                 INTO :RPY-REPLIER, :RPY-RPYTYPE, :WS-REPLIES,
                      :WS-AVG-MINS, :WS-MAX-MINS, :WS-LONG-WAITS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               PERFORM 5000-SET-TYPE-WORD
               MOVE SPACES        TO RYUSRLN
               MOVE RPY-REPLIER   TO YU-REPLIER OF RYUSRLN
               MOVE WS-TYPE-WORD  TO YU-TYPE    OF RYUSRLN
               MOVE WS-REPLIES    TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YU-COUNT   OF RYUSRLN
               MOVE WS-AVG-MINS   TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YU-AVGMINS OF RYUSRLN
               MOVE WS-MAX-MINS   TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YU-MAXMINS OF RYUSRLN
               MOVE WS-LONG-WAITS TO WS-COUNT-Z
               MOVE WS-COUNT-Z    TO YU-LONG    OF RYUSRLN
               WRITE RECRPT FROM RYUSRLN FORMAT IS 'RYUSRLN'
            END-IF.
       4000-PRINT-REPLIES.
            MOVE SPACES TO RYSECT
            MOVE 'EVERY REPLY IN THE WINDOW, LONG WAITS FLAGGED'
              TO YS-TITLE OF RYSECT
            WRITE RECRPT FROM RYSECT FORMAT IS 'RYSECT'
            WRITE RECRPT FORMAT IS 'RYDTLHD'
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN DTLCSR END-EXEC
            PERFORM 4100-PRINT-REPLY-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE DTLCSR END-EXEC.
       4100-PRINT-REPLY-LINE.
            EXEC SQL
                FETCH DTLCSR
                 INTO :RPY-JOBNAME, :RPY-JOBNBR, :RPY-MSGID,
                      :RPY-TEXT, :RPY-VALUE, :RPY-REPLIER,
                      :RPY-RPYTYPE, :RPY-ASKED, :RPY-WAITMINS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               PERFORM 5000-SET-TYPE-WORD
               MOVE SPACES           TO RYDTLLN
               MOVE RPY-ASKED (1:19) TO YD-ASKED    OF RYDTLLN
               MOVE RPY-JOBNAME      TO YD-JOBNAME  OF RYDTLLN
               MOVE RPY-JOBNBR       TO YD-JOBNBR   OF RYDTLLN
               MOVE RPY-MSGID        TO YD-MSGID    OF RYDTLLN
               MOVE RPY-VALUE        TO YD-VALUE    OF RYDTLLN
               MOVE RPY-REPLIER      TO YD-REPLIER  OF RYDTLLN
               MOVE WS-TYPE-WORD     TO YD-TYPE     OF RYDTLLN
               MOVE RPY-WAITMINS     TO WS-COUNT-Z
               MOVE WS-COUNT-Z       TO YD-WAITMINS OF RYDTLLN
               IF RPY-WAITMINS >= WS-LONG-MINS
                  MOVE 'LONG WAIT'   TO YD-FLAG     OF RYDTLLN
               END-IF
               MOVE RPY-TEXT         TO YD-TEXT     OF RYDTLLN
               WRITE RECRPT FROM RYDTLLN FORMAT IS 'RYDTLLN'
            END-IF.
       5000-SET-TYPE-WORD.
            IF RPY-RPYTYPE = 'L'
               MOVE 'RPYLIST' TO WS-TYPE-WORD
            ELSE
            IF RPY-RPYTYPE = 'D'
               MOVE 'DEFAULT' TO WS-TYPE-WORD
            ELSE
               MOVE 'USER'    TO WS-TYPE-WORD
            END-IF
            END-IF.
