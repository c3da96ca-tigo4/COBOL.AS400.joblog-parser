       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJTROUBLE.
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
      *                 Oct2026  written as the most-troubled objects
      *                          report over OBJREF - when a file is
      *                          damaged or locked the DBA needs
      *                          every job that hit it, not one
      *                          joblog at a time
      *
      * @
      *
      * Batch report over OBJREF, the object-impact index JOBDRV
      * builds from the object, library and member names in each
      * exported message.  Ranks the objects referenced in the
      * window by reference count, then for each of the top ones
      * lists the jobs that hit it (with their APPMAP application)
      * and the message ids it drew - the blast radius of a locked
      * or damaged file in one place.  Three sections through the
      * OBJRPT printer file, TRENDRPT-style.  Submitted from CL by
      * SBMOBJRPT the same way SBMTREND submits MSGTREND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHORPT ASSIGN TO PRINTER-OBJRPT
                   ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHORPT.
         01 RECRPT.
         Copy DDS-ALL-FORMATS OF OBJRPT.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy OBJREFREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
       01   WS-RUNDATE                   PIC X(10).
       01   WS-PARM-X                    PIC X(05).
       01   WS-PARM-9 REDEFINES WS-PARM-X
                                         PIC 9(05).
      *    Window in days back from the run, and how many objects
      *    are ranked and broken down.
       77   WS-DAYS                      PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOP                       PIC S9(09) BINARY VALUE ZERO.
       77   WS-REFS                      PIC S9(09) BINARY VALUE ZERO.
       77   WS-JOBS                      PIC S9(09) BINARY VALUE ZERO.
       77   WS-MSGIDS                    PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                   PIC 9(09) VALUE ZERO.
       01   WS-JOBNAME                   PIC X(10).
       01   WS-APPCODE                   PIC X(10).
       01   WS-LASTSEEN                  PIC X(26).
       01   WS-FROM-LIMIT                PIC X(26).
      *    The ranked objects, held so the two breakdown sections
      *    walk the same list the first section printed.
       01   TOP-TABLE.
            05  TOP-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  TOP-ENTRY OCCURS 100 TIMES INDEXED BY TOP-IDX.
                10  TOP-OBJECT           PIC X(10).
                10  TOP-LIBRARY          PIC X(10).
      *    An object is its name and library together - CUSTMAST in
      *    ORDLIB and CUSTMAST in ORDTEST are different problems.
      *    A reference whose message named no library ranks on its
      *    own line rather than being guessed into one.
           EXEC SQL
               DECLARE OBJCSR CURSOR FOR
               SELECT ORF_OBJECT, ORF_LIBRARY, MAX(ORF_OBJTYPE),
                      COUNT(*), COUNT(DISTINCT ORF_JOBNAME),
                      COUNT(DISTINCT ORF_MSGID),
                      CHAR(MAX(ORF_CAPTURED))
                 FROM OBJREF
                WHERE CHAR(ORF_CAPTURED) >= :WS-FROM-LIMIT
                GROUP BY ORF_OBJECT, ORF_LIBRARY
                ORDER BY 4 DESC, ORF_OBJECT, ORF_LIBRARY
           END-EXEC.
           EXEC SQL
               DECLARE JOBCSR CURSOR FOR
               SELECT ORF_JOBNAME, COUNT(*), CHAR(MAX(ORF_CAPTURED))
                 FROM OBJREF
                WHERE ORF_OBJECT  = :ORF-OBJECT
                  AND ORF_LIBRARY = :ORF-LIBRARY
                  AND CHAR(ORF_CAPTURED) >= :WS-FROM-LIMIT
                GROUP BY ORF_JOBNAME
                ORDER BY 2 DESC, ORF_JOBNAME
           END-EXEC.
           EXEC SQL
               DECLARE MIDCSR CURSOR FOR
               SELECT ORF_MSGID, COUNT(*)
                 FROM OBJREF
                WHERE ORF_OBJECT  = :ORF-OBJECT
                  AND ORF_LIBRARY = :ORF-LIBRARY
                  AND CHAR(ORF_CAPTURED) >= :WS-FROM-LIMIT
                GROUP BY ORF_MSGID
                ORDER BY 2 DESC, ORF_MSGID
           END-EXEC.
       LINKAGE SECTION.
       01   LK-DAYS                      PIC X(05).
       01   LK-TOP                       PIC X(05).
       PROCEDURE DIVISION USING LK-DAYS
                                LK-TOP.
       MAINRTN.
            PERFORM 1000-SET-PARMS
            OPEN OUTPUT ECHORPT
            PERFORM 1100-PRINT-HEADER
            PERFORM 2000-PRINT-TOP-OBJECTS
            PERFORM 3000-PRINT-OBJECT-JOBS
            PERFORM 4000-PRINT-OBJECT-MSGIDS
            CLOSE ECHORPT
            STOP RUN.
       1000-SET-PARMS.
      *    Scheduled and unattended, so a blank or mis-keyed parm
      *    takes the shop default instead of failing the run: the
      *    last 30 days, the top 25 objects.  TOP-TABLE caps the
      *    ranking at 100.
            MOVE LK-DAYS TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-DAYS
            ELSE
               MOVE 30 TO WS-DAYS
            END-IF
            MOVE LK-TOP TO WS-PARM-X
            IF WS-PARM-X IS NUMERIC AND WS-PARM-9 > ZERO
               MOVE WS-PARM-9 TO WS-TOP
            ELSE
               MOVE 25 TO WS-TOP
            END-IF
            IF WS-TOP > 100
               MOVE 100 TO WS-TOP
            END-IF
            EXEC SQL
                SET :WS-FROM-LIMIT =
                    CHAR(CURRENT TIMESTAMP - :WS-DAYS DAYS)
            END-EXEC.
       1100-PRINT-HEADER.
            EXEC SQL
                SET :WS-RUNDATE = CHAR(CURRENT DATE, ISO)
            END-EXEC
            MOVE SPACES     TO OTHDR
            MOVE WS-RUNDATE TO OH-RUNDATE OF OTHDR
            MOVE WS-DAYS    TO WS-PARM-9
            MOVE WS-PARM-X  TO OH-DAYS    OF OTHDR
            MOVE WS-TOP     TO WS-PARM-9
            MOVE WS-PARM-X  TO OH-TOP     OF OTHDR
            WRITE RECRPT FROM OTHDR FORMAT IS 'OTHDR'.
       2000-PRINT-TOP-OBJECTS.
            MOVE SPACES TO OTSECT
            MOVE 'MOST-TROUBLED OBJECTS BY REFERENCE COUNT'
              TO OS-TITLE OF OTSECT
            WRITE RECRPT FROM OTSECT FORMAT IS 'OTSECT'
            WRITE RECRPT FORMAT IS 'OTOBJHD'
            MOVE ZERO TO TOP-COUNT OF TOP-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN OBJCSR END-EXEC
            PERFORM 2100-PRINT-OBJECT-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE OBJCSR END-EXEC.
       2100-PRINT-OBJECT-LINE.
            EXEC SQL
                FETCH OBJCSR
                 INTO :ORF-OBJECT, :ORF-LIBRARY, :ORF-OBJTYPE,
                      :WS-REFS, :WS-JOBS, :WS-MSGIDS, :WS-LASTSEEN
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO TOP-COUNT OF TOP-TABLE
               SET TOP-IDX TO TOP-COUNT OF TOP-TABLE
               MOVE ORF-OBJECT  TO TOP-OBJECT  (TOP-IDX)
               MOVE ORF-LIBRARY TO TOP-LIBRARY (TOP-IDX)
               MOVE SPACES      TO OTOBJLN
               MOVE ORF-OBJECT  TO OO-OBJECT   OF OTOBJLN
               MOVE ORF-LIBRARY TO OO-LIBRARY  OF OTOBJLN
               MOVE ORF-OBJTYPE TO OO-OBJTYPE  OF OTOBJLN
               MOVE WS-REFS     TO WS-COUNT-Z
               MOVE WS-COUNT-Z  TO OO-REFS     OF OTOBJLN
               MOVE WS-JOBS     TO WS-COUNT-Z
               MOVE WS-COUNT-Z  TO OO-JOBS     OF OTOBJLN
               MOVE WS-MSGIDS   TO WS-COUNT-Z
               MOVE WS-COUNT-Z  TO OO-MSGIDS   OF OTOBJLN
               MOVE WS-LASTSEEN TO OO-LASTSEEN OF OTOBJLN
               WRITE RECRPT FROM OTOBJLN FORMAT IS 'OTOBJLN'
               IF TOP-COUNT OF TOP-TABLE >= WS-TOP
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
            END-IF.
       3000-PRINT-OBJECT-JOBS.
      *    The blast radius: every job that referenced each ranked
      *    object, busiest first, with the application it rolls up
      *    to through MAPAPP so the DBA knows whose batch to hold.
            MOVE SPACES TO OTSECT
            MOVE 'JOBS AFFECTED, BY OBJECT'
              TO OS-TITLE OF OTSECT
            WRITE RECRPT FROM OTSECT FORMAT IS 'OTSECT'
            WRITE RECRPT FORMAT IS 'OTJOBHD'
            PERFORM 3100-PRINT-ONE-OBJECT-JOBS
                VARYING TOP-IDX FROM 1 BY 1
                UNTIL TOP-IDX > TOP-COUNT OF TOP-TABLE.
       3100-PRINT-ONE-OBJECT-JOBS.
            MOVE TOP-OBJECT  (TOP-IDX) TO ORF-OBJECT
            MOVE TOP-LIBRARY (TOP-IDX) TO ORF-LIBRARY
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN JOBCSR END-EXEC
            PERFORM 3200-PRINT-JOB-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE JOBCSR END-EXEC.
       3200-PRINT-JOB-LINE.
            EXEC SQL
                FETCH JOBCSR
                 INTO :WS-JOBNAME, :WS-REFS, :WS-LASTSEEN
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               CALL 'MAPAPP' USING WS-JOBNAME
                                   WS-APPCODE
               MOVE SPACES      TO OTJOBLN
               MOVE ORF-OBJECT  TO OJ-OBJECT   OF OTJOBLN
               MOVE ORF-LIBRARY TO OJ-LIBRARY  OF OTJOBLN
               MOVE WS-JOBNAME  TO OJ-JOBNAME  OF OTJOBLN
               MOVE WS-APPCODE  TO OJ-APPCODE  OF OTJOBLN
               MOVE WS-REFS     TO WS-COUNT-Z
               MOVE WS-COUNT-Z  TO OJ-REFS     OF OTJOBLN
               MOVE WS-LASTSEEN TO OJ-LASTSEEN OF OTJOBLN
               WRITE RECRPT FROM OTJOBLN FORMAT IS 'OTJOBLN'
            END-IF.
       4000-PRINT-OBJECT-MSGIDS.
            MOVE SPACES TO OTSECT
            MOVE 'MESSAGE IDS, BY OBJECT'
              TO OS-TITLE OF OTSECT
            WRITE RECRPT FROM OTSECT FORMAT IS 'OTSECT'
            WRITE RECRPT FORMAT IS 'OTMIDHD'
            PERFORM 4100-PRINT-ONE-OBJECT-MSGIDS
                VARYING TOP-IDX FROM 1 BY 1
                UNTIL TOP-IDX > TOP-COUNT OF TOP-TABLE.
       4100-PRINT-ONE-OBJECT-MSGIDS.
            MOVE TOP-OBJECT  (TOP-IDX) TO ORF-OBJECT
            MOVE TOP-LIBRARY (TOP-IDX) TO ORF-LIBRARY
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN MIDCSR END-EXEC
            PERFORM 4200-PRINT-MSGID-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE MIDCSR END-EXEC.
       4200-PRINT-MSGID-LINE.
            EXEC SQL
                FETCH MIDCSR
                 INTO :ORF-MSGID, :WS-REFS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               MOVE SPACES      TO OTMIDLN
               MOVE ORF-OBJECT  TO OM-OBJECT   OF OTMIDLN
               MOVE ORF-LIBRARY TO OM-LIBRARY  OF OTMIDLN
               MOVE ORF-MSGID   TO OM-MSGID    OF OTMIDLN
               MOVE WS-REFS     TO WS-COUNT-Z
               MOVE WS-COUNT-Z  TO OM-COUNT    OF OTMIDLN
               WRITE RECRPT FROM OTMIDLN FORMAT IS 'OTMIDLN'
            END-IF.
