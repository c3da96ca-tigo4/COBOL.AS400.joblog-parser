      *                          spans several lines; entries start
      *                          with MSG-SUPP-FL clear for JOBDRV's
      *                          MSGSUPP noise marking
      *                 Oct2026  every spooled line read is now also
      *                          written to JOBLOGARC, in blocked
      *                          INSERTs of 500 lines, while ARCHCFG
      *                          has archiving switched on; a file
      *                          whose spooled copy is gone (cleared,
      *                          or aged off the queue) is parsed from
      *                          JOBLOGARC instead of failing 'NF'
      *                 Oct2026  the reply line printed under an
      *                          answered inquiry is no longer folded
      *                          in as continuation text - the reply
      *                          value, the replying user (or
      *                          *SYSRPYL/*DFT) and the reply time go
      *                          to the entry's new MSG-RPYVAL/
      *                          MSG-RPYUSER/MSG-RPYTS for JOBDRV's
      *                          inquiry reply register (INQRPY)
      *
      * @
      *
      * filenumber and returns the CPF messages it finds.  Called
      * once per spooled file by JOBDRV, which both MAINJ400A (one
      * job at a time, off the RMAINSCR screen) and MAINJ400B
      * (looping over a batch job list) go through.  While ARCHCFG
      * has archiving switched on, every spooled line read is also
      * written to JOBLOGARC in 500-line blocks; a file whose
      * spooled copy is gone is parsed from JOBLOGARC instead.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy ARCCFGREC.
           Copy JLARCREC.
       01   WS-SPLF-INFO.
            05  WS-SPLF-FOUND            PIC 1  VALUE B"0".
            05  WS-SPLF-NAME             PIC X(10) VALUE SPACES.
              88  WS-EOD                 VALUE B"1".
            05  WS-TRUNC-SW              PIC 1  VALUE B"0".
              88  WS-TRUNC               VALUE B"1".
            05  WS-ARCHIVE-SW            PIC 1  VALUE B"0".
              88  WS-ARCHIVING           VALUE B"1".
      *    Raw-archive bookkeeping: lines JOBLOGARC already holds for
      *    this file (the fallback's go/no-go), the highest line
      *    number archived so far (lines at or below it are never
      *    written again) and the first line a fallback read wants.
       77   WS-ARC-LINES                 PIC S9(09) BINARY VALUE ZERO.
       77   WS-ARC-HIGHSEQ               PIC S9(09) BINARY VALUE ZERO.
       77   WS-ARC-STARTSEQ              PIC S9(09) BINARY VALUE ZERO.
       01   WS-SPOOL-LINE                PIC X(132) VALUE SPACES.
      *    One QPJOBLOG print line as QSPGETM hands it back.  The
      *    fixed layout below - message id, severity, timestamp,
              88  WS-IN-SECLVL           VALUE B"1".
       77   WS-TEXT1-PTR                 PIC 9(04) BINARY VALUE 1.
       77   WS-TEXT2-PTR                 PIC 9(04) BINARY VALUE 1.
      *    Reply-line pickings: the text either side of the label's
      *    colon, and the blanks in front of the reply value.
       01   WS-RPY-LABEL                 PIC X(72).
       01   WS-RPY-REST                  PIC X(72).
       77   WS-RPY-PIECES                PIC 9(04) BINARY VALUE ZERO.
       77   WS-RPY-LEAD                  PIC 9(04) BINARY VALUE ZERO.
           EXEC SQL
               DECLARE ARCCSR CURSOR FOR
               SELECT JLA_LINESEQ, JLA_LINE
                 FROM JOBLOGARC
                WHERE JLA_JOBNAME = :JLA-JOBNAME
                  AND JLA_JOBNBR  = :JLA-JOBNBR
                  AND JLA_FILENBR = :JLA-FILENBR
                  AND JLA_LINESEQ > :WS-ARC-STARTSEQ
                ORDER BY JLA_LINESEQ
           END-EXEC.
       LINKAGE SECTION.
       01   LK-FROMFILE                  PIC X(10).
       01   LK-JOBNAME                   PIC X(10).
           MOVE SPACES TO LK-ERROR1
           MOVE SPACES TO LK-REASONCD
           MOVE LK-STARTSEQ TO LK-LASTSEQ
           MOVE LK-JOBNAME  TO JLA-JOBNAME
           MOVE LK-JOBNBR   TO JLA-JOBNBR
           MOVE LK-FILENBR  TO JLA-FILENBR
           MOVE ZERO TO WS-ARC-LINES
           PERFORM 1000-FIND-SPOOLED-FILE
           IF WS-SPLF-FOUND OF WS-SPLF-INFO = B"0"
              PERFORM 1050-COUNT-ARCHIVED-LINES
           END-IF
           IF WS-SPLF-FOUND OF WS-SPLF-INFO = B"0"
              AND WS-ARC-LINES = ZERO
              MOVE 'NF' TO LK-REASONCD
              MOVE 'JOBLOG SPOOLED FILE NOT FOUND FOR JOB/NUMBER'
                TO LK-ERROR1
           ELSE
              IF WS-SPLF-FOUND OF WS-SPLF-INFO = B"1"
                 PERFORM 1100-READ-ARCHIVE-CONFIG
                 PERFORM 2000-PARSE-JOBLOG
              ELSE
                 PERFORM 3000-PARSE-ARCHIVE
              END-IF
              IF WS-TRUNC OF WS-SWITCHES
                 MOVE 'TR' TO LK-REASONCD
                 MOVE 'JOBLOG HAS MORE MESSAGES THAN MSG-TABLE HOLDS'
                                WS-SPLF-FOUND OF WS-SPLF-INFO
           MOVE LK-JOBNAME TO WS-SPLF-NAME OF WS-SPLF-INFO
           MOVE LK-JOBNBR  TO WS-SPLF-NBR  OF WS-SPLF-INFO.
       1050-COUNT-ARCHIVED-LINES.
      *    The spool is gone - cleared, or aged off the queue before
      *    anyone asked.  If JOBLOGARC kept the joblog's lines, the
      *    parse goes on from those instead of failing 'NF'.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ARC-LINES
                 FROM JOBLOGARC
                WHERE JLA_JOBNAME = :JLA-JOBNAME
                  AND JLA_JOBNBR  = :JLA-JOBNBR
                  AND JLA_FILENBR = :JLA-FILENBR
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO WS-ARC-LINES
           END-IF.
       1100-READ-ARCHIVE-CONFIG.
      *    Archive only while ARCHCFG says so - no table, no row or
      *    ARC_ENABLED off all mean parse exactly as before.  The
      *    archive's own high-water line, not LK-STARTSEQ, decides
      *    which lines still need saving: the archive can be switched
      *    on half-way through a joblog's life, and every drain lap
      *    reads the spooled file from the top again.
           MOVE B"0" TO WS-ARCHIVE-SW OF WS-SWITCHES
           MOVE ZERO TO JLAB-COUNT OF JOBLOGARC-BLOCK
           EXEC SQL
               SELECT ARC_ENABLED INTO :ARC-ENABLED
                 FROM ARCHCFG
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO AND ARC-ENABLED = '1'
              MOVE ZERO TO WS-ARC-HIGHSEQ
              EXEC SQL
                  SELECT COALESCE(MAX(JLA_LINESEQ), 0)
                    INTO :WS-ARC-HIGHSEQ
                    FROM JOBLOGARC
                   WHERE JLA_JOBNAME = :JLA-JOBNAME
                     AND JLA_JOBNBR  = :JLA-JOBNBR
                     AND JLA_FILENBR = :JLA-FILENBR
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE B"1" TO WS-ARCHIVE-SW OF WS-SWITCHES
              END-IF
           END-IF.
       2000-PARSE-JOBLOG.
      *    Open the spooled file, walk it line by line into MSG-TABLE
      *    and close it.  Lines at or before LK-STARTSEQ were already
           MOVE ZERO TO WS-SEQ-NBR
           PERFORM 2050-OPEN-SPOOLED-FILE
           PERFORM 2100-GET-NEXT-LINE UNTIL WS-EOD OF WS-SWITCHES
           IF WS-ARCHIVING OF WS-SWITCHES
              AND JLAB-COUNT OF JOBLOGARC-BLOCK > ZERO
              PERFORM 2160-INSERT-ARCHIVE-BLOCK
           END-IF
           PERFORM 2090-CLOSE-SPOOLED-FILE.
       2050-OPEN-SPOOLED-FILE.
      *    JOBDRV always names a specific file number by the time a
              MOVE B"1" TO WS-EOD-SW OF WS-SWITCHES
           ELSE
              ADD 1 TO WS-SEQ-NBR
              IF WS-ARCHIVING OF WS-SWITCHES
                 AND WS-SEQ-NBR > WS-ARC-HIGHSEQ
                 PERFORM 2150-ARCHIVE-LINE
              END-IF
              PERFORM 2180-TAKE-LINE
           END-IF.
       2150-ARCHIVE-LINE.
      *    The line exactly as QSPGETM returned it, numbered the way
      *    CKPT_LASTSEQ and DMF_SEQNBR number it.  Blocked 500 to an
      *    INSERT, the same shape as JOBDRV's DB2MSGF export.
           ADD 1 TO JLAB-COUNT OF JOBLOGARC-BLOCK
           MOVE LK-JOBNAME    TO JLAB-JOBNAME (JLAB-COUNT
                                               OF JOBLOGARC-BLOCK)
           MOVE LK-JOBNBR     TO JLAB-JOBNBR  (JLAB-COUNT
                                               OF JOBLOGARC-BLOCK)
           MOVE LK-FILENBR    TO JLAB-FILENBR (JLAB-COUNT
                                               OF JOBLOGARC-BLOCK)
           MOVE WS-SEQ-NBR    TO JLAB-LINESEQ (JLAB-COUNT
                                               OF JOBLOGARC-BLOCK)
           MOVE WS-SPOOL-LINE TO JLAB-LINE    (JLAB-COUNT
                                               OF JOBLOGARC-BLOCK)
           IF JLAB-COUNT OF JOBLOGARC-BLOCK = 500
              PERFORM 2160-INSERT-ARCHIVE-BLOCK
           END-IF.
       2160-INSERT-ARCHIVE-BLOCK.
      *    The rows commit with JOBDRV's next unit of work, so an
      *    export that rolls back takes its archive rows with it and
      *    the rerun archives them again from the same high-water
      *    line.  A failed archive INSERT stops archiving for the
      *    rest of this file but never fails the parse - the archive
      *    is a safety net, not the job - and since nothing later
      *    is written, the next parse fills in from where it broke
      *    without leaving a hole.
           EXEC SQL
               INSERT INTO JOBLOGARC
                   (JLA_JOBNAME, JLA_JOBNBR, JLA_FILENBR,
                    JLA_LINESEQ, JLA_LINE)
                   :JLAB-COUNT ROWS
               VALUES (:JLAB-ENTRY)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE B"0" TO WS-ARCHIVE-SW OF WS-SWITCHES
           END-IF
           MOVE ZERO TO JLAB-COUNT OF JOBLOGARC-BLOCK.
       2180-TAKE-LINE.
      *    One print line into MSG-TABLE, whether it came off the
      *    spooled file (2100) or out of the archive (3100).
           IF WS-SEQ-NBR > LK-STARTSEQ
              IF SL-MSGID = SPACES
                 PERFORM 2250-ADD-CONTINUATION
              ELSE
                 PERFORM 2200-ADD-MESSAGE-ENTRY
              END-IF
           END-IF.
       2200-ADD-MESSAGE-ENTRY.
              MOVE SPACES                TO MSG-SECLVL (MSG-IDX)
              MOVE WS-SEQ-NBR            TO MSG-LASTLINE (MSG-IDX)
              MOVE '0'                   TO MSG-SUPP-FL (MSG-IDX)
              MOVE SPACES                TO MSG-RPYVAL (MSG-IDX)
              MOVE SPACES                TO MSG-RPYUSER (MSG-IDX)
              MOVE SPACES                TO MSG-RPYTS (MSG-IDX)
              MOVE 1 TO WS-TEXT1-PTR
              MOVE 1 TO WS-TEXT2-PTR
              STRING SL-TEXT DELIMITED BY '  '
      *    MSG-SECLVL instead of MSG-TEXT.  Text past what the entry
      *    field holds is let go - 200 bytes already carries the
      *    object names the old 72-byte cut was losing.
      *    The one continuation line that is not more text is the
      *    reply under an answered inquiry: blank id area, the
      *    reply time in the timestamp columns, who replied in the
      *    from-program columns (a user profile, *SYSRPYL when the
      *    system reply list answered, *DFT for the default reply)
      *    and 'Reply' then the value in the text.  2280 takes it
      *    apart onto the inquiry's entry instead.
           IF WS-HAVE-CURR OF WS-ASM-SWITCHES
              SET MSG-IDX TO MSG-COUNT OF MSG-TABLE
              IF (SL-TEXT (1:6) = 'REPLY ' OR 'Reply ')
                 AND SL-TIMESTAMP (5:1)  = '-'
                 AND SL-TIMESTAMP (11:1) = '-'
                 PERFORM 2280-TAKE-REPLY
              ELSE
                 IF SC-TEXT (1:5) = 'CAUSE' OR 'Cause'
                    MOVE B"1" TO WS-SECLVL-SW OF WS-ASM-SWITCHES
                 END-IF
                 IF WS-IN-SECLVL OF WS-ASM-SWITCHES
                    PERFORM 2260-APPEND-SECLVL
                 ELSE
                    PERFORM 2270-APPEND-FIRSTLVL
                 END-IF
              END-IF
              MOVE WS-SEQ-NBR TO MSG-LASTLINE (MSG-IDX)
              MOVE WS-SEQ-NBR TO LK-LASTSEQ
                  INTO MSG-TEXT (MSG-IDX)
                  WITH POINTER WS-TEXT1-PTR
           END-IF.
       2280-TAKE-REPLY.
      *    The value follows the label's colon when it prints as
      *    'Reply . . . . :   C', or the bare word when it prints as
      *    'Reply  C' - either way it runs to the next double blank.
           MOVE SL-TIMESTAMP TO MSG-RPYTS (MSG-IDX)
           MOVE SL-FROMPGM   TO MSG-RPYUSER (MSG-IDX)
           MOVE SPACES TO MSG-RPYVAL (MSG-IDX)
           MOVE SPACES TO WS-RPY-LABEL WS-RPY-REST
           MOVE ZERO TO WS-RPY-PIECES
           UNSTRING SL-TEXT DELIMITED BY ':'
               INTO WS-RPY-LABEL WS-RPY-REST
               TALLYING IN WS-RPY-PIECES
           IF WS-RPY-PIECES < 2
              MOVE SL-TEXT (6:) TO WS-RPY-REST
           END-IF
           MOVE ZERO TO WS-RPY-LEAD
           INSPECT WS-RPY-REST TALLYING WS-RPY-LEAD FOR LEADING SPACE
           IF WS-RPY-LEAD < 72
              ADD 1 TO WS-RPY-LEAD
              UNSTRING WS-RPY-REST (WS-RPY-LEAD:) DELIMITED BY '  '
                  INTO MSG-RPYVAL (MSG-IDX)
           END-IF.
       3000-PARSE-ARCHIVE.
      *    The same walk as 2000-PARSE-JOBLOG, reading JOBLOGARC in
      *    line order instead of the spooled file.  The archived
      *    lines carry their original numbers, so the checkpoint,
      *    the resume and DMF_SEQNBR all line up with a parse that
      *    read the spool; lines the checkpoint already covers are
      *    left in the table rather than fetched and skipped.
           MOVE B"0" TO WS-EOD-SW OF WS-SWITCHES
           MOVE B"0" TO WS-TRUNC-SW OF WS-SWITCHES
           MOVE B"0" TO WS-ARCHIVE-SW OF WS-SWITCHES
           MOVE B"0" TO WS-HAVE-CURR-SW OF WS-ASM-SWITCHES
           MOVE B"0" TO WS-SECLVL-SW    OF WS-ASM-SWITCHES
           MOVE ZERO TO WS-SEQ-NBR
           MOVE LK-STARTSEQ TO WS-ARC-STARTSEQ
           EXEC SQL OPEN ARCCSR END-EXEC
           PERFORM 3100-GET-ARCHIVED-LINE UNTIL WS-EOD OF WS-SWITCHES
           EXEC SQL CLOSE ARCCSR END-EXEC.
       3100-GET-ARCHIVED-LINE.
           EXEC SQL
               FETCH ARCCSR
                INTO :JLA-LINESEQ, :JLA-LINE
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE B"1" TO WS-EOD-SW OF WS-SWITCHES
           ELSE
              MOVE JLA-LINE    TO WS-SPOOL-LINE
              MOVE JLA-LINESEQ TO WS-SEQ-NBR
              PERFORM 2180-TAKE-LINE
           END-IF.
