       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINJ400F.
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
      *                 Oct2026  written as the object-impact inquiry
      *                          over OBJREF, MAINJ400C's shape keyed
      *                          by object instead of by job - "which
      *                          jobs hit record locks on CUSTMAST in
      *                          ORDLIB this month" used to be a LIKE
      *                          scan over DMF_TEXT in STRSQL
      *                 Oct2026  OBJREF stays on the partition the parse
      *                          ran on, so its join to DB2MSGF takes
      *                          this partition's own rows only
      *                 Oct2026  the keyed object and library are held
      *                          in their own fields - the list fetch
      *                          was overwriting them, so F8 counted
      *                          only the last row's object
      *
      * @
      *
      * Interactive inquiry over OBJREF, the object-impact index
      * JOBDRV builds from the object, library and member names in
      * each exported message.  Key an object, a library or both,
      * optionally a captured-date range, and every message that
      * referenced it comes up on a subfile with its job, newest
      * first, headed by the total reference and job counts; F8
      * counts the same references by message id, and option 5 on a
      * row shows the reference with its message text in full.  The
      * whole-library form ("everything in ORDLIB") is the blast
      * radius when a library is restored or locked.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHODSP ASSIGN TO WORKSTATION-OBJSCREEN
                   ORGANIZATION IS TRANSACTION
                   ACCESS IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
        FD ECHODSP.
         01 RECDSP.
         Copy DDS-ALL-FORMATS OF OBJSCREEN.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy OBJREFREC.
           Copy DB2MSGREC.
       77   IND-OFF                       PIC 1  VALUE B"0".
       77   IND-ON                        PIC 1  VALUE B"1".
       01   WS-INDICATORS.
             05 IN03                      PIC 1  INDIC 03.
             05 IN08                      PIC 1  INDIC 08.
             05 IN12                      PIC 1  INDIC 12.
             05 IN41                      PIC 1  INDIC 41.
             05 IN42                      PIC 1  INDIC 42.
             05 IN44                      PIC 1  INDIC 44.
             05 IN70                      PIC 1  INDIC 70.
       01   WS-CAPTURED                   PIC X(26).
      *    Same character compare against CHAR(ORF_CAPTURED) as
      *    MAINJ400C's captured-date range, for the same reason.
      *    The keyed object and library, kept apart from ORF-OBJECT
      *    and ORF-LIBRARY - the list fetch reuses those, and F8's
      *    counts have to run against what was keyed.
       01   WS-KEYOBJECT                  PIC X(10).
       01   WS-KEYLIBRARY                 PIC X(10).
       01   WS-FROMTS                     PIC X(26).
       01   WS-TOTS                       PIC X(26).
       77   WS-RRN                        PIC S9(04) BINARY VALUE ZERO.
       77   WS-REFS                       PIC S9(09) BINARY VALUE ZERO.
       77   WS-JOBS                       PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOT-REFS                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-TOT-JOBS                   PIC S9(09) BINARY VALUE ZERO.
       77   WS-COUNT-Z                    PIC 9(09) VALUE ZERO.
       01   WS-LASTSEEN                   PIC X(26).
      *    One inquiry's worth of references, held back from the
      *    fetch so option 5 can show the message without going
      *    back to the tables.  Sized to the subfile (SFLSIZ 50),
      *    and a fetch past the end says to narrow the filters, as
      *    MAINJ400C does.
       01   REF-TABLE.
            05  REF-COUNT                PIC 9(03) BINARY VALUE ZERO.
            05  REF-ENTRY OCCURS 50 TIMES INDEXED BY REF-IDX.
                10  REF-JOBNAME          PIC X(10).
                10  REF-JOBNBR           PIC X(06).
                10  REF-FILENBR          PIC X(06).
                10  REF-MSGID            PIC X(07).
                10  REF-SEV              PIC 9(02).
                10  REF-OBJECT           PIC X(10).
                10  REF-LIBRARY          PIC X(10).
                10  REF-MEMBER           PIC X(10).
                10  REF-OBJTYPE          PIC X(07).
                10  REF-CAPTURED         PIC X(26).
                10  REF-TEXT             PIC X(200).
       77   CNT-COUNT                     PIC 9(03) BINARY VALUE ZERO.
       01   WS-SWITCHES.
            05  WS-EOF-SW                PIC 1  VALUE B"0".
              88  WS-EOF                 VALUE B"1".
            05  WS-OVERFLOW-SW           PIC 1  VALUE B"0".
              88  WS-OVERFLOW            VALUE B"1".
      *    A blank object or library matches any - keying only the
      *    library lists everything in it.  Each reference is joined
      *    back to its DB2MSGF row for the severity and the text.
           EXEC SQL
               DECLARE REFCSR CURSOR FOR
               SELECT O.ORF_JOBNAME, O.ORF_JOBNBR, O.ORF_FILENBR,
                      O.ORF_MSGID, D.DMF_SEV, O.ORF_OBJECT,
                      O.ORF_LIBRARY, O.ORF_MEMBER, O.ORF_OBJTYPE,
                      CHAR(O.ORF_CAPTURED), D.DMF_TEXT
                 FROM OBJREF O, DB2MSGF D
                WHERE (:WS-KEYOBJECT = ' ' OR
                       O.ORF_OBJECT = :WS-KEYOBJECT)
                  AND (:WS-KEYLIBRARY = ' ' OR
                       O.ORF_LIBRARY = :WS-KEYLIBRARY)
                  AND (:WS-FROMTS = ' ' OR
                       CHAR(O.ORF_CAPTURED) >= :WS-FROMTS)
                  AND (:WS-TOTS = ' ' OR
                       CHAR(O.ORF_CAPTURED) <= :WS-TOTS)
                  AND D.DMF_JOBNAME = O.ORF_JOBNAME
                  AND D.DMF_JOBNBR  = O.ORF_JOBNBR
                  AND D.DMF_FILENBR = O.ORF_FILENBR
                  AND D.DMF_SEQNBR  = O.ORF_SEQNBR
                  AND D.DMF_SYSTEM  = ' '
                ORDER BY O.ORF_CAPTURED DESC, O.ORF_JOBNAME,
                         O.ORF_JOBNBR
           END-EXEC.
           EXEC SQL
               DECLARE CNTCSR CURSOR FOR
               SELECT ORF_MSGID, COUNT(*),
                      COUNT(DISTINCT ORF_JOBNAME),
                      CHAR(MAX(ORF_CAPTURED))
                 FROM OBJREF
                WHERE (:WS-KEYOBJECT = ' ' OR
                       ORF_OBJECT = :WS-KEYOBJECT)
                  AND (:WS-KEYLIBRARY = ' ' OR
                       ORF_LIBRARY = :WS-KEYLIBRARY)
                  AND (:WS-FROMTS = ' ' OR
                       CHAR(ORF_CAPTURED) >= :WS-FROMTS)
                  AND (:WS-TOTS = ' ' OR
                       CHAR(ORF_CAPTURED) <= :WS-TOTS)
                GROUP BY ORF_MSGID
                ORDER BY 2 DESC, ORF_MSGID
           END-EXEC.
       PROCEDURE DIVISION.
       MAINRTN.
            OPEN I-O ECHODSP
            INITIALIZE ROBJSCR-I
            INITIALIZE ROBJSCR-O
            PERFORM SHOWSCREEN UNTIL IN03 OF WS-INDICATORS = IND-ON.
            CLOSE ECHODSP.
            STOP RUN.
       SHOWSCREEN.
            WRITE RECDSP FORMAT IS 'ROBJSCR'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN70 OF WS-INDICATORS
            MOVE SPACES  TO MSG OF ROBJSCR-O
            IF IN03 OF WS-INDICATORS = IND-OFF
               IF QOBJECT  OF ROBJSCR-I = SPACES AND
                  QLIBRARY OF ROBJSCR-I = SPACES
                  MOVE IND-ON TO IN70 OF WS-INDICATORS
                  MOVE 'KEY AN OBJECT, A LIBRARY OR BOTH'
                    TO MSG OF ROBJSCR-O
               ELSE
                  PERFORM LOADREFS
                  IF REF-COUNT OF REF-TABLE = ZERO
                     MOVE IND-ON TO IN70 OF WS-INDICATORS
                     MOVE 'NO INDEXED MESSAGES REFERENCE THAT OBJECT'
                       TO MSG OF ROBJSCR-O
                  ELSE
                     PERFORM SHOWLIST
                  END-IF
               END-IF
            END-IF.
       LOADREFS.
      *    Run the filters against OBJREF and hold the matches in
      *    REF-TABLE, plus the totals over everything that matched
      *    - the subfile stops at 50, the counts do not.
            MOVE QOBJECT  OF ROBJSCR-I TO WS-KEYOBJECT
            MOVE QLIBRARY OF ROBJSCR-I TO WS-KEYLIBRARY
            MOVE SPACES TO WS-FROMTS
            MOVE SPACES TO WS-TOTS
            IF QFROMDT OF ROBJSCR-I NOT = SPACES
               STRING QFROMDT OF ROBJSCR-I DELIMITED BY SPACE
                      '-00.00.00.000000'   DELIMITED BY SIZE
                 INTO WS-FROMTS
            END-IF
            IF QTODT OF ROBJSCR-I NOT = SPACES
               STRING QTODT OF ROBJSCR-I DELIMITED BY SPACE
                      '-24.00.00.000000'  DELIMITED BY SIZE
                 INTO WS-TOTS
            END-IF
            MOVE ZERO TO WS-TOT-REFS
            MOVE ZERO TO WS-TOT-JOBS
            EXEC SQL
                SELECT COUNT(*), COUNT(DISTINCT ORF_JOBNAME)
                  INTO :WS-TOT-REFS, :WS-TOT-JOBS
                  FROM OBJREF
                 WHERE (:WS-KEYOBJECT = ' ' OR
                        ORF_OBJECT = :WS-KEYOBJECT)
                   AND (:WS-KEYLIBRARY = ' ' OR
                        ORF_LIBRARY = :WS-KEYLIBRARY)
                   AND (:WS-FROMTS = ' ' OR
                        CHAR(ORF_CAPTURED) >= :WS-FROMTS)
                   AND (:WS-TOTS = ' ' OR
                        CHAR(ORF_CAPTURED) <= :WS-TOTS)
            END-EXEC
            MOVE ZERO TO REF-COUNT OF REF-TABLE
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            MOVE B"0" TO WS-OVERFLOW-SW OF WS-SWITCHES
            EXEC SQL OPEN REFCSR END-EXEC
            PERFORM LOADREFS-FETCH UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE REFCSR END-EXEC.
       LOADREFS-FETCH.
            EXEC SQL
                FETCH REFCSR
                 INTO :ORF-JOBNAME, :ORF-JOBNBR, :ORF-FILENBR,
                      :ORF-MSGID, :DMF-SEV, :ORF-OBJECT,
                      :ORF-LIBRARY, :ORF-MEMBER, :ORF-OBJTYPE,
                      :WS-CAPTURED, :DMF-TEXT
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               IF REF-COUNT OF REF-TABLE < 50
                  ADD 1 TO REF-COUNT OF REF-TABLE
                  SET REF-IDX TO REF-COUNT OF REF-TABLE
                  MOVE ORF-JOBNAME   TO REF-JOBNAME   (REF-IDX)
                  MOVE ORF-JOBNBR    TO REF-JOBNBR    (REF-IDX)
                  MOVE ORF-FILENBR   TO REF-FILENBR   (REF-IDX)
                  MOVE ORF-MSGID     TO REF-MSGID     (REF-IDX)
                  MOVE DMF-SEV       TO REF-SEV       (REF-IDX)
                  MOVE ORF-OBJECT    TO REF-OBJECT    (REF-IDX)
                  MOVE ORF-LIBRARY   TO REF-LIBRARY   (REF-IDX)
                  MOVE ORF-MEMBER    TO REF-MEMBER    (REF-IDX)
                  MOVE ORF-OBJTYPE   TO REF-OBJTYPE   (REF-IDX)
                  MOVE WS-CAPTURED   TO REF-CAPTURED  (REF-IDX)
                  MOVE DMF-TEXT      TO REF-TEXT      (REF-IDX)
               ELSE
                  MOVE B"1" TO WS-OVERFLOW-SW OF WS-SWITCHES
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
            END-IF.
       SHOWLIST.
      *    Clear and reload the subfile from REF-TABLE, then leave
      *    the list up until F12.  Enter with 5s keyed walks the
      *    flagged rows through the detail format; F8 puts up the
      *    counts by message id over the same filters.
            MOVE IND-ON TO IN41 OF WS-INDICATORS
            WRITE RECDSP FORMAT IS 'SFLCTL02'
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN41 OF WS-INDICATORS
            PERFORM SHOWLIST-LINE
                VARYING REF-IDX FROM 1 BY 1
                UNTIL REF-IDX > REF-COUNT OF REF-TABLE
            IF WS-OVERFLOW OF WS-SWITCHES
               MOVE 'MORE THAN 50 REFERENCES MATCH - NARROW THE FILTERS'
                 TO MSG OF ROBJSCR-O
               MOVE IND-ON TO IN70 OF WS-INDICATORS
            END-IF
            PERFORM SHOWLIST-SCREEN
                WITH TEST AFTER
                UNTIL IN12 OF WS-INDICATORS = IND-ON.
       SHOWLIST-LINE.
            MOVE SPACES                    TO SFLOBJ01
            MOVE REF-JOBNAME  (REF-IDX)    TO OJOBNAME  OF SFLOBJ01
            MOVE REF-JOBNBR   (REF-IDX)    TO OJOBNBR   OF SFLOBJ01
            MOVE REF-MSGID    (REF-IDX)    TO OMSGID    OF SFLOBJ01
            MOVE REF-SEV      (REF-IDX)    TO OSEV      OF SFLOBJ01
            MOVE REF-OBJECT   (REF-IDX)    TO OOBJECT   OF SFLOBJ01
            MOVE REF-LIBRARY  (REF-IDX)    TO OLIBRARY  OF SFLOBJ01
            MOVE REF-MEMBER   (REF-IDX)    TO OMEMBER   OF SFLOBJ01
            MOVE REF-CAPTURED (REF-IDX) (1:10)
                                           TO OCAPTURED OF SFLOBJ01
            WRITE RECDSP FROM SFLOBJ01 FORMAT IS 'SFLOBJ01'.
       SHOWLIST-SCREEN.
      *    The totals go back into the control record every time
      *    round - the detail and count formats share its buffer.
            MOVE WS-TOT-REFS TO WS-COUNT-Z
            MOVE WS-COUNT-Z  TO LREFS OF SFLCTL02
            MOVE WS-TOT-JOBS TO WS-COUNT-Z
            MOVE WS-COUNT-Z  TO LJOBS OF SFLCTL02
            WRITE RECDSP FORMAT IS 'SFLCTL02'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            IF IN12 OF WS-INDICATORS = IND-OFF
               IF IN08 OF WS-INDICATORS = IND-ON
                  MOVE IND-OFF TO IN08 OF WS-INDICATORS
                  PERFORM SHOWCOUNTS
               ELSE
                  PERFORM PROCDETAIL
               END-IF
            END-IF.
       PROCDETAIL.
      *    Read every subfile row back by relative record number and
      *    put up the detail format for each one flagged with 5, as
      *    MAINJ400C's PROCDETAIL does.
            PERFORM PROCDETAIL-ROW
                VARYING WS-RRN FROM 1 BY 1
                UNTIL WS-RRN > REF-COUNT OF REF-TABLE.
       PROCDETAIL-ROW.
            MOVE WS-RRN TO SFLRRN2 OF SFLCTL02
            READ ECHODSP FORMAT IS 'SFLOBJ01'
                    INDICATORS ARE WS-INDICATORS
            IF OOPT OF SFLOBJ01 = '5'
               SET REF-IDX TO WS-RRN
               PERFORM SHOWDETAIL
            END-IF.
       SHOWDETAIL.
            MOVE REF-OBJECT   (REF-IDX) TO DOBJECT    OF RDETAIL
            MOVE REF-LIBRARY  (REF-IDX) TO DLIBRARY   OF RDETAIL
            MOVE REF-OBJTYPE  (REF-IDX) TO DOBJTYPE   OF RDETAIL
            MOVE REF-MEMBER   (REF-IDX) TO DMEMBER    OF RDETAIL
            MOVE REF-JOBNAME  (REF-IDX) TO DJOBNAME   OF RDETAIL
            MOVE REF-JOBNBR   (REF-IDX) TO DJOBNBR    OF RDETAIL
            MOVE REF-FILENBR  (REF-IDX) TO DFILENBR   OF RDETAIL
            MOVE REF-MSGID    (REF-IDX) TO DMSGID     OF RDETAIL
            MOVE REF-SEV      (REF-IDX) TO DSEV       OF RDETAIL
            MOVE REF-CAPTURED (REF-IDX) TO DCAPTURED  OF RDETAIL
      *     The 200-byte text folds 78/78/44, as on MAINJ400C.
            MOVE REF-TEXT (REF-IDX) (1:78)   TO DTEXT1 OF RDETAIL
            MOVE REF-TEXT (REF-IDX) (79:78)  TO DTEXT2 OF RDETAIL
            MOVE REF-TEXT (REF-IDX) (157:44) TO DTEXT3 OF RDETAIL
            WRITE RECDSP FORMAT IS 'RDETAIL'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS.
       SHOWCOUNTS.
      *    The references counted by message id - CPF5027 forty
      *    times across nine jobs says lock contention, CPF3CF1
      *    twice says damage - over the full match, not only the
      *    50 rows on the list.  F12 here goes back to the list, not
      *    out of it.
            MOVE IND-ON TO IN42 OF WS-INDICATORS
            WRITE RECDSP FORMAT IS 'SFLCTL03'
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN42 OF WS-INDICATORS
            MOVE ZERO TO CNT-COUNT
            MOVE B"0" TO WS-EOF-SW OF WS-SWITCHES
            EXEC SQL OPEN CNTCSR END-EXEC
            PERFORM SHOWCOUNTS-LINE UNTIL WS-EOF OF WS-SWITCHES
            EXEC SQL CLOSE CNTCSR END-EXEC
            IF CNT-COUNT = ZERO
               MOVE IND-ON TO IN44 OF WS-INDICATORS
            ELSE
               MOVE IND-OFF TO IN44 OF WS-INDICATORS
            END-IF
            WRITE RECDSP FORMAT IS 'SFLCTL03'
                    INDICATORS ARE WS-INDICATORS
            READ ECHODSP
                    INDICATORS ARE WS-INDICATORS
            MOVE IND-OFF TO IN44 OF WS-INDICATORS
            MOVE IND-OFF TO IN12 OF WS-INDICATORS.
       SHOWCOUNTS-LINE.
            EXEC SQL
                FETCH CNTCSR
                 INTO :ORF-MSGID, :WS-REFS, :WS-JOBS, :WS-LASTSEEN
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
            ELSE
               IF CNT-COUNT < 50
                  ADD 1 TO CNT-COUNT
                  MOVE SPACES      TO SFLCNT01
                  MOVE ORF-MSGID   TO CMSGID OF SFLCNT01
                  MOVE WS-REFS     TO WS-COUNT-Z
                  MOVE WS-COUNT-Z  TO CREFS  OF SFLCNT01
                  MOVE WS-JOBS     TO WS-COUNT-Z
                  MOVE WS-COUNT-Z  TO CJOBS  OF SFLCNT01
                  MOVE WS-LASTSEEN TO CLAST  OF SFLCNT01
                  WRITE RECDSP FROM SFLCNT01 FORMAT IS 'SFLCNT01'
               ELSE
                  MOVE B"1" TO WS-EOF-SW OF WS-SWITCHES
               END-IF
            END-IF.
