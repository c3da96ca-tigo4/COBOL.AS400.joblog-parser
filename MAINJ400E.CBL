       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINJ400E.
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
      *                 Oct2026  written so an archived joblog can be
      *                          read as it printed once its spooled
      *                          file is long gone - the auditor's
      *                          "show me the actual joblog from three
      *                          weeks ago" no longer depends on the
      *                          output queue's retention
      *                 Oct2026  a line shows 130 of its 132 bytes,
      *                          F20 shifting to columns 3-132 and
      *                          F19 back to 1-130 - a full-width
      *                          line overlapped its neighbours'
      *                          attribute bytes on the display
      *                 Oct2026  the position-to field is cleared after
      *                          the page is loaded - the subfile lines
      *                          written over the shared buffer were
      *                          leaving joblog text in it
      *
      * @
      *
      * Interactive viewer over JOBLOGARC, the raw joblog archive
      * PARSERDO writes while ARCHCFG has it switched on.  Key a job
      * name, number and file number and the archived joblog comes
      * up twenty lines to a page, exactly as the QPJOBLOG printed,
      * with PageDown/PageUp and a position-to line number.  A
      * 132-byte line shows 130 bytes at a time - columns 1-130, or
      * 3-132 after F20 (F19 shifts back) - because a display field
      * needs an attribute byte either side of it.
      * A joblog is a joblog whether it is still on the queue or
      * only in the archive, so the same CHKAUTH gate MAINJ400A runs
      * before a parse runs here before a page is shown.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHODSP ASSIGN TO WORKSTATION-ARCSCREEN
                   ORGANIZATION IS TRANSACTION
                   ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHODSP.
         01 RECDSP.
         Copy DDS-ALL-FORMATS OF ARCSCREEN.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy JLARCREC.
       77   IND-OFF                       PIC 1  VALUE B"0".
       77   IND-ON                        PIC 1  VALUE B"1".
       01   WS-INDICATORS.
             05 IN03                      PIC 1  INDIC 03.
             05 IN12                      PIC 1  INDIC 12.
             05 IN19                      PIC 1  INDIC 19.
             05 IN20                      PIC 1  INDIC 20.
             05 IN25                      PIC 1  INDIC 25.
             05 IN26                      PIC 1  INDIC 26.
             05 IN45                      PIC 1  INDIC 45.
             05 IN46                      PIC 1  INDIC 46.
             05 IN70                      PIC 1  INDIC 70.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
       01   WS-FROMFILE                   PIC X(10) VALUE 'QPJOBLOG'.
       01   WS-USER-AUTHORIZED            PIC 1  VALUE B"0".
      *    The archived joblog's extent, and the page on screen:
      *    WS-TOP is the first line number asked for, WS-PAGE-FIRST/
      *    WS-PAGE-LAST the line numbers that actually came back.
       77   WS-ARC-TOTAL                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-ARC-MINSEQ                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-ARC-MAXSEQ                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOP                        PIC S9(09) BINARY VALUE ZERO.
       77   WS-PAGE-FIRST                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-PAGE-LAST                  PIC S9(09) BINARY VALUE ZERO.
       77   WS-PAGE-ROWS                  PIC S9(04) BINARY VALUE ZERO.
       77   WS-PAGE-SIZE                  PIC S9(04) BINARY VALUE 20.
      *    First column of the line shown: 1, or 3 after F20.
       77   WS-SHIFT-POS                  PIC S9(04) BINARY VALUE 1.
           EXEC SQL
               DECLARE PAGCSR CURSOR FOR
               SELECT JLA_LINESEQ, JLA_LINE
                 FROM JOBLOGARC
                WHERE JLA_JOBNAME = :JLA-JOBNAME
                  AND JLA_JOBNBR  = :JLA-JOBNBR
                  AND JLA_FILENBR = :JLA-FILENBR
                  AND JLA_LINESEQ >= :WS-TOP
                ORDER BY JLA_LINESEQ
                FETCH FIRST 20 ROWS ONLY
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
            OPEN I-O ECHODSP
            INITIALIZE RARCSCR-I
            INITIALIZE RARCSCR-O
            PERFORM SHOWSCREEN UNTIL IN03 OF WS-INDICATORS = IND-ON.
            CLOSE ECHODSP.
            STOP RUN.
       SHOWSCREEN.
            WRITE RECDSP FORMAT IS 'RARCSCR'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN70 OF WS-INDICATORS
            MOVE SPACES  TO MSG OF RARCSCR-O
            IF IN03 OF WS-INDICATORS = IND-OFF
               IF AJOBNAME OF RARCSCR-I = SPACES OR
                  AJOBNBR  OF RARCSCR-I = SPACES OR
                  AFILENBR OF RARCSCR-I = SPACES
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'KEY THE JOB NAME, JOB NUMBER AND FILE NUMBER'
                    TO MSG OF RARCSCR-O
               ELSE
                  PERFORM CHECKAUTH
                  IF WS-USER-AUTHORIZED = B"0"
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'NOT AUTHORIZED TO VIEW THAT JOBLOG'
                       TO MSG OF RARCSCR-O
                  ELSE
                     PERFORM COUNTLINES
                     IF WS-ARC-TOTAL = ZERO
                        MOVE IND-ON TO IN70 OF WS-INDICATORS
                        MOVE 'NO ARCHIVED LINES FOR THAT JOBLOG'
                          TO MSG OF RARCSCR-O
                     ELSE
                        PERFORM SHOWPAGES
                     END-IF
                  END-IF
               END-IF
            END-IF.
       CHECKAUTH.
      *    Same owner-or-authorized-list rule, and the same DENY row
      *    in AUDITLOG, as a parse request off MAINJ400A.
            CALL 'CHKAUTH' USING WS-FROMFILE
                                 AJOBNAME OF RARCSCR-I
                                 AJOBNBR  OF RARCSCR-I
                                 WS-USER-AUTHORIZED.
       COUNTLINES.
            MOVE AJOBNAME OF RARCSCR-I TO JLA-JOBNAME
            MOVE AJOBNBR  OF RARCSCR-I TO JLA-JOBNBR
            MOVE AFILENBR OF RARCSCR-I TO JLA-FILENBR
            MOVE ZERO TO WS-ARC-TOTAL
            MOVE ZERO TO WS-ARC-MINSEQ
            MOVE ZERO TO WS-ARC-MAXSEQ
            EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(JLA_LINESEQ), 0),
                       COALESCE(MAX(JLA_LINESEQ), 0)
                  INTO :WS-ARC-TOTAL, :WS-ARC-MINSEQ, :WS-ARC-MAXSEQ
                  FROM JOBLOGARC
                 WHERE JLA_JOBNAME = :JLA-JOBNAME
                   AND JLA_JOBNBR  = :JLA-JOBNBR
                   AND JLA_FILENBR = :JLA-FILENBR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-ARC-TOTAL
            END-IF.
       SHOWPAGES.
      *    Start at the top of the joblog and leave the pages up
      *    until F12 (back to the keys) or F3 (out altogether).
            MOVE WS-ARC-MINSEQ TO WS-TOP
            MOVE 1 TO WS-SHIFT-POS
            MOVE ZERO TO PPOSTO OF SFLCTL05
            PERFORM LOADPAGE
            PERFORM SHOWPAGE-SCREEN
                WITH TEST AFTER
                UNTIL IN12 OF WS-INDICATORS = IND-ON
                   OR IN03 OF WS-INDICATORS = IND-ON.
       LOADPAGE.
      *    Clear the subfile and fill it with the twenty lines from
      *    WS-TOP on.  The lines go up untouched - no trimming, no
      *    reformatting - which is the whole point of the archive.
            MOVE IND-ON TO IN45 OF WS-INDICATORS
            WRITE RECDSP FORMAT IS 'SFLCTL05'
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN45 OF WS-INDICATORS
            MOVE ZERO TO WS-PAGE-ROWS
            MOVE ZERO TO WS-PAGE-FIRST
            MOVE ZERO TO WS-PAGE-LAST
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN PAGCSR END-EXEC
            PERFORM LOADPAGE-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE PAGCSR END-EXEC
            IF WS-PAGE-LAST >= WS-ARC-MAXSEQ
               MOVE IND-ON  TO IN46 OF WS-INDICATORS
            ELSE
               MOVE IND-OFF TO IN46 OF WS-INDICATORS
            END-IF
            MOVE JLA-JOBNAME   TO PJOBNAME OF SFLCTL05
            MOVE JLA-JOBNBR    TO PJOBNBR  OF SFLCTL05
            MOVE JLA-FILENBR   TO PFILENBR OF SFLCTL05
            MOVE WS-PAGE-FIRST TO PFIRST   OF SFLCTL05
            MOVE WS-PAGE-LAST  TO PLAST    OF SFLCTL05
            MOVE WS-ARC-TOTAL  TO PTOTAL   OF SFLCTL05
            MOVE WS-SHIFT-POS  TO PCOLFROM OF SFLCTL05
            COMPUTE PCOLTO OF SFLCTL05 = WS-SHIFT-POS + 129
      *    The subfile lines just written share the display buffer
      *    with SFLCTL05, so the position-to field is cleared last.
            MOVE ZERO TO PPOSTO OF SFLCTL05.
       LOADPAGE-LINE.
            EXEC SQL
                FETCH PAGCSR
                 INTO :JLA-LINESEQ, :JLA-LINE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               ADD 1 TO WS-PAGE-ROWS
               IF WS-PAGE-ROWS = 1
                  MOVE JLA-LINESEQ TO WS-PAGE-FIRST
               END-IF
               MOVE JLA-LINESEQ TO WS-PAGE-LAST
               MOVE SPACES   TO SFLARC01
               MOVE JLA-LINE (WS-SHIFT-POS:130) TO ALINE OF SFLARC01
               WRITE RECDSP FROM SFLARC01 FORMAT IS 'SFLARC01'
            END-IF.
       SHOWPAGE-SCREEN.
            WRITE RECDSP FORMAT IS 'SFLCTL05'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            IF IN12 OF WS-INDICATORS = IND-OFF AND
               IN03 OF WS-INDICATORS = IND-OFF
               PERFORM MOVEPAGE
            END-IF.
       MOVEPAGE.
      *    A keyed position-to line wins over the roll keys.  Paging
      *    past either end just stays on the first or last page.
            IF PPOSTO OF SFLCTL05 > ZERO
               MOVE PPOSTO OF SFLCTL05 TO WS-TOP
               MOVE ZERO TO PPOSTO OF SFLCTL05
               IF WS-TOP > WS-ARC-MAXSEQ
                  MOVE WS-ARC-MAXSEQ TO WS-TOP
               END-IF
               PERFORM LOADPAGE
            ELSE
               IF IN19 OF WS-INDICATORS = IND-ON
                  AND WS-SHIFT-POS NOT = 1
                  MOVE 1 TO WS-SHIFT-POS
                  MOVE WS-PAGE-FIRST TO WS-TOP
                  PERFORM LOADPAGE
               END-IF
               IF IN20 OF WS-INDICATORS = IND-ON
                  AND WS-SHIFT-POS NOT = 3
                  MOVE 3 TO WS-SHIFT-POS
                  MOVE WS-PAGE-FIRST TO WS-TOP
                  PERFORM LOADPAGE
               END-IF
               IF IN25 OF WS-INDICATORS = IND-ON
                  AND WS-PAGE-LAST < WS-ARC-MAXSEQ
                  COMPUTE WS-TOP = WS-PAGE-LAST + 1
                  PERFORM LOADPAGE
               END-IF
               IF IN26 OF WS-INDICATORS = IND-ON
                  AND WS-PAGE-FIRST > WS-ARC-MINSEQ
                  COMPUTE WS-TOP = WS-PAGE-FIRST - WS-PAGE-SIZE
                  IF WS-TOP < WS-ARC-MINSEQ
                     MOVE WS-ARC-MINSEQ TO WS-TOP
                  END-IF
                  PERFORM LOADPAGE
               END-IF
            END-IF.
