       IDENTIFICATION DIVISION.
       PROGRAM-ID. LSTARCF.
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
      *                 Oct2026  written so a joblog whose spooled file
      *                          is gone but whose lines are in the
      *                          JOBLOGARC archive still has file
      *                          numbers to parse
      *
      * @
      *
      * LSTSPLF's counterpart over the raw joblog archive: lists the
      * file numbers JOBLOGARC holds lines for, for a job name/job
      * number pair, into the same SPLFLIST layout.  JOBDRV falls
      * back to it when a blank SFILENBR finds no spooled files
      * left to expand into, and MAINJ400A's CHECKSPLF/CHECKFILENBR
      * accept a job or file number that only the archive still
      * knows, so PARSERDO gets the chance to re-parse it from
      * there.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy JLARCREC.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
           EXEC SQL
               DECLARE ARFCSR CURSOR FOR
               SELECT DISTINCT JLA_FILENBR
                 FROM JOBLOGARC
                WHERE JLA_JOBNAME = :JLA-JOBNAME
                  AND JLA_JOBNBR  = :JLA-JOBNBR
                ORDER BY JLA_FILENBR
           END-EXEC.
       LINKAGE SECTION.
       01   LK-JOBNAME                   PIC X(10).
       01   LK-JOBNBR                    PIC X(06).
       Copy SPLFLIST.
       PROCEDURE DIVISION USING LK-JOBNAME
                                LK-JOBNBR
                                SPLF-LIST.
       0000-MAINLINE.
           MOVE ZERO TO SPLF-COUNT OF SPLF-LIST
           IF LK-JOBNAME NOT = SPACES AND LK-JOBNBR NOT = SPACES
              MOVE LK-JOBNAME TO JLA-JOBNAME
              MOVE LK-JOBNBR  TO JLA-JOBNBR
              MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
              EXEC SQL OPEN ARFCSR END-EXEC
              PERFORM 1000-READ-ONE-FILENBR
                  UNTIL WS-EOF OF WS-SWITCHES
              EXEC SQL CLOSE ARFCSR END-EXEC
           END-IF
           GOBACK.
       1000-READ-ONE-FILENBR.
      *    Same 50-entry ceiling as LSTSPLF - SPLF-LIST is shared.
           EXEC SQL
               FETCH ARFCSR
                INTO :JLA-FILENBR
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
           ELSE
              IF SPLF-COUNT OF SPLF-LIST < 50
                 ADD 1 TO SPLF-COUNT OF SPLF-LIST
                 SET SPLF-IDX TO SPLF-COUNT OF SPLF-LIST
                 MOVE JLA-FILENBR TO SPLF-FILENBR (SPLF-IDX)
              ELSE
                 MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
              END-IF
           END-IF.
