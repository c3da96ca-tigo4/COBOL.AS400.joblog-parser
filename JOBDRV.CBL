      *                          trailer was under-counting exactly
      *                          the joblogs the drain loop exists
      *                          for
      *                 Oct2026  a blank file number on a job whose
      *                          spooled files are all gone now falls
      *                          back to the file numbers the raw
      *                          joblog archive holds (LSTARCF), so
      *                          PARSERDO can re-parse them from
      *                          JOBLOGARC instead of the request
      *                          ending 'NL'
      *                 Oct2026  the CPF1124 job-started and CPF1164
      *                          job-ended messages are picked out of
      *                          every lap's entries - suppressed or
      *                          not, since MSGSUPP usually lists
      *                          them as noise - and written to new
      *                          JOBRUNH once the file is done: start
      *                          and end timestamps, elapsed seconds,
      *                          end code and CPU seconds, the run
      *                          history RUNSLARPT reports against
      *                 Oct2026  after each lap's export the escape
      *                          messages it held (CPF9999, MCH, RNQ,
      *                          RNX, CEE9901) are linked to the
      *                          diagnostics above them from the same
      *                          FROMPGM/TOPGM stack and written to
      *                          new MSGCHAIN, the earliest marked as
      *                          the probable root cause; the alert
      *                          text now leads with that root cause
      *                          rather than only the worst-severity
      *                          message, which is usually just the
      *                          function check
      *                 Oct2026  the export also indexes the object,
      *                          library, member and object type
      *                          names each message of severity
      *                          above 00 carries in its text into
      *                          new OBJREF, committed with the
      *                          message's own DB2MSGF block
      *                 Oct2026  every answered inquiry in a lap's
      *                          entries - suppressed or not - is
      *                          written to new INQRPY: message id,
      *                          reply value, who answered it (a
      *                          user, the system reply list or the
      *                          default reply), when it was asked
      *                          and answered and the minutes the
      *                          job waited in between
      *                 Oct2026  every alert now opens an incident in
      *                          new INCIDENT, or re-counts the one
      *                          still open for the same job and root
      *                          message id, so an alert is a record
      *                          someone can acknowledge and resolve
      *                          rather than a message that scrolls
      *                          off QSYSOPR
      *                 Oct2026  each drain lap commits its escape
      *                          chains once they are built, so a later
      *                          lap's rolled-back export no longer
      *                          takes an earlier lap's chains with it
      *
      * @
      *
      * One-job-one-file driver shared by MAINJ400A (interactive),
      * MAINJ400B (batch) and WATCHJ400 (the outq watcher).  Calls
      * PARSERDO and records an AUDITLOG row for every attempt,
      * successful or not, so there is a single point where "who
      * parsed what and when" gets written regardless of which
      * front end asked for it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
      *    QCMDEXC's binary length, so no borrowing that convention.
       77   WS-DTAQ-LEN                  PIC S9(05) PACKED-DECIMAL
                                          VALUE LENGTH OF WS-DTAQ-ENTRY.
      *    Run-time pickings for the file being parsed, collected
      *    across its laps (CPF1124 is on the first, CPF1164 on the
      *    last) and written to JOBRUNH once the file is done.
       77   WS-RUN-FOUND-SW              PIC 1  VALUE B"0".
           88  WS-RUN-FOUND              VALUE B"1".
      *    CPF1164 reads "Job n/user/name ended on date at time;
      *    s.sss seconds used; end code n ." - the three pieces
      *    between the semicolons, then the words inside them.
       01   WS-RUN-TEXT                  PIC X(200).
       01   WS-RUN-PART1                 PIC X(100).
       01   WS-RUN-PART2                 PIC X(100).
       01   WS-RUN-PART3                 PIC X(100).
       01   WS-RUN-WORD1                 PIC X(20).
       01   WS-RUN-WORD2                 PIC X(20).
       01   WS-RUN-WORD3                 PIC X(20).
      *    Root-cause chain building.  WS-CHN-CLAIMED marks, per
      *    MSG-TABLE entry, whether a chain already took it; a chain
      *    looks back at most WS-CHN-LOOKBACK entries from its
      *    escape and holds at most 11 messages, CHM-SUB (1) being
      *    the escape and CHM-SUB (CHM-COUNT) the root cause.
       01   WS-CHN-CLAIMED-AREA          PIC X(2000).
       01   WS-CHN-CLAIMED-R REDEFINES WS-CHN-CLAIMED-AREA.
            05  WS-CHN-CLAIMED           PIC X(01) OCCURS 2000.
       77   WS-CHN-LOOKBACK              PIC S9(05) BINARY VALUE 20.
       77   WS-ESC-SUB                   PIC S9(05) BINARY VALUE ZERO.
       77   WS-SCAN-SUB                  PIC S9(05) BINARY VALUE ZERO.
       77   WS-CHAIN-LOW                 PIC S9(05) BINARY VALUE ZERO.
       77   WS-CHM-IDX                   PIC S9(05) BINARY VALUE ZERO.
       01   CHM-TABLE.
            05  CHM-COUNT                PIC S9(04) BINARY VALUE ZERO.
            05  CHM-SUB                  PIC S9(05) BINARY OCCURS 11.
       01   WS-CHK-MSGID.
            05  WS-CHK-PFX               PIC X(03).
              88  WS-CHK-ESC-PFX         VALUE 'MCH' 'RNQ' 'RNX'.
            05  WS-CHK-NBR               PIC X(04).
       01   WS-ESC-FROMPGM               PIC X(10).
       01   WS-ESC-TOPGM                 PIC X(10).
      *    The file's probable root cause for the alert - the root
      *    of the chain whose escape came last in the joblog.
       01   WS-ROOT-MSGID                PIC X(07).
       77   WS-ROOT-ESCSEQ               PIC 9(09) BINARY VALUE ZERO.
      *    Object-impact index pickings for one message: its text
      *    upper-cased and walked a word at a time, the reference
      *    being assembled (WS-ORF-CUR) and what the next name word
      *    is taken as (WS-ORF-EXPECT), plus the references already
      *    written for it so a name the text repeats goes in once.
       01   WS-ORF-TEXT                  PIC X(200).
       77   WS-ORF-PTR                   PIC S9(04) BINARY VALUE ZERO.
       77   WS-ORF-LEN                   PIC S9(04) BINARY VALUE ZERO.
       01   WS-ORF-WORD                  PIC X(20).
           88  WS-ORF-STOPWORD           VALUE 'A' 'AN' 'AND' 'BY'
                                               'FOR' 'FOUND' 'IS'
                                               'JOB' 'NOT' 'OF'
                                               'ON' 'OR' 'THE' 'TO'
                                               'USE' 'WAS'.
       01   WS-ORF-PREV                  PIC X(20).
       01   WS-ORF-QUAL-LIB              PIC X(20).
       01   WS-ORF-QUAL-OBJ              PIC X(20).
       01   WS-ORF-EXPECT                PIC X(01) VALUE SPACE.
           88  WS-ORF-WANT-NOTHING       VALUE SPACE.
           88  WS-ORF-WANT-OBJECT        VALUE 'O'.
           88  WS-ORF-WANT-MEMBER        VALUE 'M'.
           88  WS-ORF-WANT-LIBRARY       VALUE 'L'.
           88  WS-ORF-WANT-LIBOBJ        VALUE 'B'.
           88  WS-ORF-WANT-TYPE          VALUE 'T'.
       01   WS-ORF-CUR.
            05  WS-ORF-CUR-OBJECT        PIC X(10).
            05  WS-ORF-CUR-LIBRARY       PIC X(10).
            05  WS-ORF-CUR-MEMBER        PIC X(10).
            05  WS-ORF-CUR-OBJTYPE       PIC X(07).
       77   ORS-COUNT                    PIC S9(04) BINARY VALUE ZERO.
       77   ORS-SUB                      PIC S9(04) BINARY VALUE ZERO.
       01   ORS-TABLE.
            05  ORS-ENTRY                PIC X(37) OCCURS 5.
       77   WS-ORF-DUP-SW                PIC 1  VALUE B"0".
           88  WS-ORF-DUP                VALUE B"1".
       01   WS-CPU-WHOLE                 PIC X(09).
       01   WS-CPU-FRAC                  PIC X(09).
       01   WS-CPU-FRAC-X                PIC X(03).
       77   WS-RUN-LEAD                  PIC 9(04) BINARY VALUE ZERO.
       77   WS-CPU-WHOLE-LEN             PIC 9(04) BINARY VALUE ZERO.
       77   WS-CPU-FRAC-LEN              PIC 9(04) BINARY VALUE ZERO.
       77   WS-CPU-WHOLE-9               PIC 9(08) VALUE ZERO.
       77   WS-CPU-FRAC-9                PIC 9(03) VALUE ZERO.
       Copy ALERTREC.
       Copy SPLFLIST.
       Copy CKPTREC.
       Copy DB2MSGREC.
       Copy MSGKBREC.
       Copy MSGSUPREC.
       Copy JOBRUNREC.
       Copy CHAINREC.
       Copy OBJREFREC.
       Copy INQRPYREC.
       Copy INCIDREC.
       LINKAGE SECTION.
       01   LK-FROMFILE                  PIC X(10).
       01   LK-JOBNAME                   PIC X(10).
      *    A blank LK-FILENBR means "every spooled file number this
      *    job/jobnumber has" - ask LSTSPLF for the list.  A specific
      *    LK-FILENBR is a work list of exactly that one entry.
      *    No spooled files left at all is where the raw joblog
      *    archive comes in: whatever file numbers JOBLOGARC still
      *    holds lines for are parsed from there by PARSERDO.
           IF LK-FILENBR = SPACES
              CALL 'LSTSPLF' USING LK-JOBNAME
                                   LK-JOBNBR
                                   SPLF-LIST
              IF SPLF-COUNT OF SPLF-LIST = ZERO
                 CALL 'LSTARCF' USING LK-JOBNAME
                                      LK-JOBNBR
                                      SPLF-LIST
              END-IF
           ELSE
              MOVE 1 TO SPLF-COUNT OF SPLF-LIST
              SET SPLF-IDX TO 1
              MOVE ZERO   TO WS-ALERT-COUNT
              MOVE ZERO   TO WS-WORST-SEV
              MOVE SPACES TO WS-WORST-MSGID
              MOVE SPACES TO WS-ROOT-MSGID
              MOVE ZERO   TO WS-ROOT-ESCSEQ
              MOVE SPACES TO JOBRUNH-ROW
              MOVE ZERO   TO JRH-CPUSECS
              MOVE B"0" TO WS-RUN-FOUND-SW
              MOVE B"0" TO WS-CYCLE-DONE-SW
              PERFORM 2055-PARSE-EXPORT-CYCLE UNTIL WS-CYCLE-DONE
              IF WS-RUN-FOUND
                 PERFORM 2079-WRITE-RUN-HISTORY
              END-IF
      *       The alert scan reads MSG-TABLE, not DB2MSGF, so a
      *       clean parse alerts even when its export failed - the
      *       night the export breaks is exactly the night a
           END-IF
           IF WS-FILE-ERROR = SPACES
              PERFORM 2072-MARK-SUPPRESSED
              PERFORM 2075-SCAN-RUN-TIMES
              PERFORM 2300-REGISTER-REPLIES
              PERFORM 2080-EXPORT-MESSAGES
              PERFORM 2082-BUILD-CHAINS
              IF NOT WS-EXPORT-FAILED
                 EXEC SQL COMMIT END-EXEC
              END-IF
              PERFORM 2090-CHECK-ALERT
           END-IF
           IF WS-FILE-ERROR NOT = SPACES
              MOVE '1' TO MSG-SUPP-FL (MSG-IDX)
              ADD 1 TO WS-SUPP-COUNT
           END-IF.
       2075-SCAN-RUN-TIMES.
      *    The job's own start and end messages, read off every
      *    entry this lap added regardless of MSG-SUPP-FL - most
      *    shops list CPF1124/CPF1164 in MSGSUPP, and they are the
      *    only record of how long the job actually ran.
           PERFORM 2076-CHECK-ONE-RUN-MSG
               VARYING MSG-IDX FROM WS-MSG-START BY 1
               UNTIL MSG-IDX > MSG-COUNT OF MSG-TABLE.
       2076-CHECK-ONE-RUN-MSG.
           IF MSG-ID (MSG-IDX) = 'CPF1124'
              MOVE MSG-TIMESTAMP (MSG-IDX) TO JRH-STARTTS
              MOVE B"1" TO WS-RUN-FOUND-SW
           END-IF
           IF MSG-ID (MSG-IDX) = 'CPF1164'
              MOVE MSG-TIMESTAMP (MSG-IDX) TO JRH-ENDTS
              MOVE B"1" TO WS-RUN-FOUND-SW
              PERFORM 2077-SPLIT-CPF1164
           END-IF.
       2077-SPLIT-CPF1164.
      *    End code and CPU seconds out of the first-level text.
      *    Upper-cased first so the wording matches whatever case
      *    the message file prints it in; the CPU figure may carry
      *    a comma for its decimal point on a non-US system.  A
      *    piece that does not read as digits is left at zero or
      *    blank rather than guessed at.
           MOVE MSG-TEXT (MSG-IDX) TO WS-RUN-TEXT
           INSPECT WS-RUN-TEXT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-RUN-PART1 WS-RUN-PART2 WS-RUN-PART3
           UNSTRING WS-RUN-TEXT DELIMITED BY ';'
               INTO WS-RUN-PART1 WS-RUN-PART2 WS-RUN-PART3
      *    Each piece leads with the blank after its semicolon -
      *    step past it, or the first "word" comes back empty.
           MOVE WS-RUN-PART2 TO WS-RUN-TEXT
           PERFORM 2078-SPLIT-WORDS
           MOVE SPACES TO WS-CPU-WHOLE WS-CPU-FRAC
           MOVE ZERO   TO WS-CPU-WHOLE-LEN WS-CPU-FRAC-LEN
           UNSTRING WS-RUN-WORD1 DELIMITED BY '.' OR ',' OR SPACE
               INTO WS-CPU-WHOLE COUNT IN WS-CPU-WHOLE-LEN
                    WS-CPU-FRAC  COUNT IN WS-CPU-FRAC-LEN
           IF WS-CPU-WHOLE-LEN > ZERO AND WS-CPU-WHOLE-LEN < 9
              AND WS-CPU-WHOLE (1:WS-CPU-WHOLE-LEN) IS NUMERIC
              MOVE WS-CPU-WHOLE (1:WS-CPU-WHOLE-LEN) TO WS-CPU-WHOLE-9
              MOVE ZERO TO WS-CPU-FRAC-9
              IF WS-CPU-FRAC-LEN > 3
                 MOVE 3 TO WS-CPU-FRAC-LEN
              END-IF
              IF WS-CPU-FRAC-LEN > ZERO
                 AND WS-CPU-FRAC (1:WS-CPU-FRAC-LEN) IS NUMERIC
                 MOVE '000' TO WS-CPU-FRAC-X
                 MOVE WS-CPU-FRAC (1:WS-CPU-FRAC-LEN)
                   TO WS-CPU-FRAC-X (1:WS-CPU-FRAC-LEN)
                 MOVE WS-CPU-FRAC-X TO WS-CPU-FRAC-9
              END-IF
              COMPUTE JRH-CPUSECS = WS-CPU-WHOLE-9
                                  + WS-CPU-FRAC-9 / 1000
           END-IF
           MOVE WS-RUN-PART3 TO WS-RUN-TEXT
           PERFORM 2078-SPLIT-WORDS
           IF WS-RUN-WORD1 = 'END' AND WS-RUN-WORD2 = 'CODE'
              AND WS-RUN-WORD3 (1:1) IS NUMERIC
              IF WS-RUN-WORD3 (2:1) IS NUMERIC
                 MOVE WS-RUN-WORD3 (1:2) TO JRH-ENDCODE
              ELSE
                 MOVE WS-RUN-WORD3 (1:1) TO JRH-ENDCODE
              END-IF
           END-IF.
       2078-SPLIT-WORDS.
           MOVE SPACES TO WS-RUN-WORD1 WS-RUN-WORD2 WS-RUN-WORD3
           MOVE ZERO TO WS-RUN-LEAD
           INSPECT WS-RUN-TEXT TALLYING WS-RUN-LEAD FOR LEADING SPACE
           IF WS-RUN-LEAD < 100
              ADD 1 TO WS-RUN-LEAD
              UNSTRING WS-RUN-TEXT (WS-RUN-LEAD:) DELIMITED BY ALL SPACE
                  INTO WS-RUN-WORD1 WS-RUN-WORD2 WS-RUN-WORD3
           END-IF.
       2079-WRITE-RUN-HISTORY.
      *    One JOBRUNH row per job/number/file.  A resumed parse
      *    only sees the end of the joblog - the start went in with
      *    the run that wrote the checkpoint - so an existing row
      *    takes whichever ends this call found and keeps the rest;
      *    the elapsed seconds are worked out once both are there.
      *    History is a by-product of the parse: a failed write here
      *    leaves the row as it was and the parse reports as clean.
           MOVE LK-JOBNAME              TO JRH-JOBNAME
           MOVE LK-JOBNBR               TO JRH-JOBNBR
           MOVE SPLF-FILENBR (SPLF-IDX) TO JRH-FILENBR
           EXEC SQL
               UPDATE JOBRUNH
                  SET JRH_STARTTS = CASE WHEN :JRH-STARTTS = ' '
                                    THEN JRH_STARTTS
                                    ELSE :JRH-STARTTS END,
                      JRH_ENDTS   = CASE WHEN :JRH-ENDTS = ' '
                                    THEN JRH_ENDTS
                                    ELSE :JRH-ENDTS END,
                      JRH_ENDCODE = CASE WHEN :JRH-ENDTS = ' '
                                    THEN JRH_ENDCODE
                                    ELSE :JRH-ENDCODE END,
                      JRH_CPUSECS = CASE WHEN :JRH-ENDTS = ' '
                                    THEN JRH_CPUSECS
                                    ELSE :JRH-CPUSECS END,
                      JRH_CAPTURED = CURRENT TIMESTAMP
                WHERE JRH_JOBNAME = :JRH-JOBNAME
                  AND JRH_JOBNBR  = :JRH-JOBNBR
                  AND JRH_FILENBR = :JRH-FILENBR
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO JOBRUNH
                      (JRH_JOBNAME, JRH_JOBNBR, JRH_FILENBR,
                       JRH_STARTTS, JRH_ENDTS, JRH_ENDCODE,
                       JRH_CPUSECS)
                  VALUES
                      (:JRH-JOBNAME, :JRH-JOBNBR, :JRH-FILENBR,
                       :JRH-STARTTS, :JRH-ENDTS, :JRH-ENDCODE,
                       :JRH-CPUSECS)
              END-EXEC
           END-IF
           EXEC SQL
               UPDATE JOBRUNH
                  SET JRH_ELAPSED =
                        (DAYS(TIMESTAMP(JRH_ENDTS))
                         - DAYS(TIMESTAMP(JRH_STARTTS))) * 86400
                        + MIDNIGHT_SECONDS(TIMESTAMP(JRH_ENDTS))
                        - MIDNIGHT_SECONDS(TIMESTAMP(JRH_STARTTS)),
                      JRH_COMPLETE = '1'
                WHERE JRH_JOBNAME = :JRH-JOBNAME
                  AND JRH_JOBNBR  = :JRH-JOBNBR
                  AND JRH_FILENBR = :JRH-FILENBR
                  AND JRH_STARTTS <> ' '
                  AND JRH_ENDTS   <> ' '
           END-EXEC.
       2080-EXPORT-MESSAGES.
      *    The entries from WS-MSG-START to the current MSG-COUNT
      *    are exactly the ones this file's PARSERDO call added.
              AND NOT WS-EXPORT-FAILED
              PERFORM 2088-INSERT-BLOCK
           END-IF.
       2082-BUILD-CHAINS.
      *    Link each escape this lap exported to the messages that
      *    led up to it.  The walk runs bottom-up so the escape that
      *    ended a cascade claims the earlier escapes in it (an
      *    MCH1210 under a CPF9999 is part of the CPF9999's story,
      *    not a chain of its own).  Chains only reach back within
      *    the lap - a cascade split across a drain-lap boundary
      *    keeps the part this lap still holds.  Suppressed entries
      *    have no DB2MSGF row to tie to and are passed over.  Like
      *    the run history, a failed chain write never fails the
      *    parse.  The lap commits its chains as soon as they are
      *    built: the lap's DB2MSGF rows are already committed
      *    behind the checkpoint, so a later lap's rolled-back
      *    export must not take these chains with it - nothing
      *    would ever build them again.
           IF NOT WS-EXPORT-FAILED
              MOVE ALL '0' TO WS-CHN-CLAIMED-AREA
              PERFORM 2083-CHECK-ONE-ESCAPE
                  VARYING WS-ESC-SUB FROM MSG-COUNT OF MSG-TABLE BY -1
                  UNTIL WS-ESC-SUB < WS-MSG-START
           END-IF.
       2083-CHECK-ONE-ESCAPE.
           MOVE MSG-ID (WS-ESC-SUB) TO WS-CHK-MSGID
           IF WS-CHN-CLAIMED (WS-ESC-SUB) = '0'
              AND MSG-SUPP-FL (WS-ESC-SUB) NOT = '1'
              AND (WS-CHK-ESC-PFX
                OR WS-CHK-MSGID = 'CPF9999'
                OR WS-CHK-MSGID = 'CEE9901')
              MOVE 1 TO CHM-COUNT
              MOVE WS-ESC-SUB TO CHM-SUB (1)
              MOVE '1' TO WS-CHN-CLAIMED (WS-ESC-SUB)
              MOVE MSG-FROMPGM (WS-ESC-SUB) TO WS-ESC-FROMPGM
              MOVE MSG-TOPGM   (WS-ESC-SUB) TO WS-ESC-TOPGM
              COMPUTE WS-CHAIN-LOW = WS-ESC-SUB - WS-CHN-LOOKBACK
              IF WS-CHAIN-LOW < WS-MSG-START
                 MOVE WS-MSG-START TO WS-CHAIN-LOW
              END-IF
              COMPUTE WS-SCAN-SUB = WS-ESC-SUB - 1
              PERFORM 2084-WALK-BACK-ONE
                  VARYING WS-SCAN-SUB FROM WS-SCAN-SUB BY -1
                  UNTIL WS-SCAN-SUB < WS-CHAIN-LOW
                     OR CHM-COUNT >= 11
              PERFORM 2086-WRITE-CHAIN
           END-IF.
       2084-WALK-BACK-ONE.
      *    A diagnostic or inquiry belongs to the chain when it was
      *    sent from or to either program the escape names - the
      *    "same stack" test.  Informational (severity 00) traffic
      *    never does; it is what sits between the real messages.
           IF WS-CHN-CLAIMED (WS-SCAN-SUB) = '0'
              AND MSG-SUPP-FL (WS-SCAN-SUB) NOT = '1'
              AND MSG-SEV (WS-SCAN-SUB) > ZERO
              IF (MSG-FROMPGM (WS-SCAN-SUB) NOT = SPACES
                  AND (MSG-FROMPGM (WS-SCAN-SUB) = WS-ESC-FROMPGM
                    OR MSG-FROMPGM (WS-SCAN-SUB) = WS-ESC-TOPGM))
                 OR (MSG-TOPGM (WS-SCAN-SUB) NOT = SPACES
                  AND (MSG-TOPGM (WS-SCAN-SUB) = WS-ESC-FROMPGM
                    OR MSG-TOPGM (WS-SCAN-SUB) = WS-ESC-TOPGM))
                 ADD 1 TO CHM-COUNT
                 MOVE WS-SCAN-SUB TO CHM-SUB (CHM-COUNT)
                 MOVE '1' TO WS-CHN-CLAIMED (WS-SCAN-SUB)
              END-IF
           END-IF.
       2086-WRITE-CHAIN.
      *    Clear any earlier write of the same chain first - a
      *    re-parse after a checkpoint reset rebuilds it whole -
      *    then one row per member, root at position 1.  An escape
      *    with nothing above it is its own root cause.
           MOVE LK-JOBNAME              TO CHN-JOBNAME
           MOVE LK-JOBNBR               TO CHN-JOBNBR
           MOVE SPLF-FILENBR (SPLF-IDX) TO CHN-FILENBR
           MOVE MSG-LASTLINE (WS-ESC-SUB) TO CHN-ESCSEQ
           EXEC SQL
               DELETE FROM MSGCHAIN
                WHERE CHN_JOBNAME = :CHN-JOBNAME
                  AND CHN_JOBNBR  = :CHN-JOBNBR
                  AND CHN_FILENBR = :CHN-FILENBR
                  AND CHN_ESCSEQ  = :CHN-ESCSEQ
           END-EXEC
           PERFORM 2089-INSERT-CHAIN-MEMBER
               VARYING WS-CHM-IDX FROM 1 BY 1
               UNTIL WS-CHM-IDX > CHM-COUNT
           IF CHN-ESCSEQ > WS-ROOT-ESCSEQ
              MOVE CHN-ESCSEQ TO WS-ROOT-ESCSEQ
              MOVE CHM-SUB (CHM-COUNT) TO WS-SCAN-SUB
              MOVE MSG-ID (WS-SCAN-SUB) TO WS-ROOT-MSGID
           END-IF.
       2089-INSERT-CHAIN-MEMBER.
           MOVE CHM-SUB (WS-CHM-IDX) TO WS-SCAN-SUB
           MOVE MSG-LASTLINE (WS-SCAN-SUB) TO CHN-SEQNBR
           MOVE MSG-ID (WS-SCAN-SUB)       TO CHN-MSGID
           COMPUTE CHN-POS = CHM-COUNT - WS-CHM-IDX + 1
           IF WS-CHM-IDX = 1
              MOVE 'E' TO CHN-ROLE
           ELSE
              MOVE 'D' TO CHN-ROLE
           END-IF
           IF WS-CHM-IDX = CHM-COUNT
              MOVE '1' TO CHN-ROOT
           ELSE
              MOVE '0' TO CHN-ROOT
           END-IF
           EXEC SQL
               INSERT INTO MSGCHAIN
                   (CHN_JOBNAME, CHN_JOBNBR, CHN_FILENBR, CHN_ESCSEQ,
                    CHN_SEQNBR, CHN_POS, CHN_MSGID, CHN_ROLE,
                    CHN_ROOT)
               VALUES
                   (:CHN-JOBNAME, :CHN-JOBNBR, :CHN-FILENBR,
                    :CHN-ESCSEQ, :CHN-SEQNBR, :CHN-POS, :CHN-MSGID,
                    :CHN-ROLE, :CHN-ROOT)
           END-EXEC.
       2085-EXPORT-ONE-MESSAGE.
      *    A message marked suppressed is disposed of without a row
      *    - WS-LAST-EXPORTED still walks past it so the checkpoint
              MOVE MSG-LASTLINE (MSG-IDX)  TO DMF-SEQNBR
              MOVE MSG-LASTLINE (MSG-IDX)  TO WS-LAST-EXPLINE
              PERFORM 2087-LOOKUP-KB-NOTE
              IF MSG-SEV (MSG-IDX) > ZERO
                 PERFORM 2200-INDEX-OBJECTS
              END-IF
      *       DMFB-ENTRY is laid out exactly like DB2MSGF-ROW, so
      *       the group MOVE fills the whole block slot in one
      *       statement.
           MOVE WS-WORST-SEV            TO WS-DTQ-SEV
           MOVE WS-ALERT-COUNT          TO WS-DTQ-COUNT
           MOVE SPACES TO WS-ALERT-TEXT
      *    A joblog with an escape chain leads with its probable
      *    root cause - the worst severity is nearly always the
      *    CPF9999 function check, which says only that something
      *    failed.  The data-queue entry keeps its layout.
           IF WS-ROOT-MSGID NOT = SPACES
              STRING 'ROOT '                DELIMITED BY SIZE
                     WS-ROOT-MSGID          DELIMITED BY SPACE
                     ' SEV '                DELIMITED BY SIZE
                     WS-DTQ-SEV             DELIMITED BY SIZE
                     ' MSGS FOR '           DELIMITED BY SIZE
                     LK-JOBNAME             DELIMITED BY SPACE
                     '/'                    DELIMITED BY SIZE
                     LK-JOBNBR              DELIMITED BY SPACE
                     ' FILE '               DELIMITED BY SIZE
                     WS-DTQ-FILENBR         DELIMITED BY SPACE
                     ' WORST '              DELIMITED BY SIZE
                     WS-WORST-MSGID         DELIMITED BY SPACE
                  INTO WS-ALERT-TEXT
           ELSE
              STRING 'SEV '                 DELIMITED BY SIZE
                     WS-DTQ-SEV             DELIMITED BY SIZE
                     ' JOBLOG MSGS FOR '    DELIMITED BY SIZE
                     LK-JOBNAME             DELIMITED BY SPACE
                     '/'                    DELIMITED BY SIZE
                     LK-JOBNBR              DELIMITED BY SPACE
                     ' FILE '               DELIMITED BY SIZE
                     WS-DTQ-FILENBR         DELIMITED BY SPACE
                     ' WORST '              DELIMITED BY SIZE
                     WS-WORST-MSGID         DELIMITED BY SPACE
                  INTO WS-ALERT-TEXT
           END-IF
           MOVE SPACES TO WS-ALERT-CMD
           STRING 'SNDMSG MSG('          DELIMITED BY SIZE
                  WS-APOST               DELIMITED BY SIZE
           CALL 'QSNDDTAQ' USING ACF-DTAQ
                                 ACF-DTAQLIB
                                 WS-DTAQ-LEN
                                 WS-DTAQ-ENTRY
           PERFORM 2097-RECORD-INCIDENT.
       2097-RECORD-INCIDENT.
      *    One incident per job and probable root cause while it is
      *    unresolved - the fifth night PAYROLL dies on the same
      *    CPF4131 is occurrence five of one incident, not five
      *    incidents.  A joblog with no escape chain keys on its
      *    worst message id instead.  The row commits with the
      *    file's AUDITLOG row; a failure here costs the incident,
      *    never the alert that has already gone out.
           MOVE LK-JOBNAME              TO INC-JOBNAME
           IF WS-ROOT-MSGID NOT = SPACES
              MOVE WS-ROOT-MSGID        TO INC-ROOTMSGID
           ELSE
              MOVE WS-WORST-MSGID       TO INC-ROOTMSGID
           END-IF
           MOVE LK-JOBNBR               TO INC-LASTNBR
           MOVE SPLF-FILENBR (SPLF-IDX) TO INC-LASTFILE
           MOVE WS-WORST-MSGID          TO INC-WORSTID
           MOVE WS-WORST-SEV            TO INC-WORSTSEV
           EXEC SQL
               UPDATE INCIDENT
                  SET INC_COUNT    = INC_COUNT + 1,
                      INC_LASTOCC  = CURRENT TIMESTAMP,
                      INC_LASTNBR  = :INC-LASTNBR,
                      INC_LASTFILE = :INC-LASTFILE,
                      INC_WORSTID  = :INC-WORSTID,
                      INC_WORSTSEV = :INC-WORSTSEV
                WHERE INC_JOBNAME   = :INC-JOBNAME
                  AND INC_ROOTMSGID = :INC-ROOTMSGID
                  AND INC_STATUS   <> 'RESOLVED'
           END-EXEC
           IF SQLCODE = 100
              EXEC SQL
                  INSERT INTO INCIDENT
                      (INC_JOBNAME, INC_ROOTMSGID, INC_LASTNBR,
                       INC_LASTFILE, INC_WORSTID, INC_WORSTSEV,
                       INC_UPDUSER)
                  VALUES
                      (:INC-JOBNAME, :INC-ROOTMSGID, :INC-LASTNBR,
                       :INC-LASTFILE, :INC-WORSTID, :INC-WORSTSEV,
                       :WS-USERNAME-Q)
              END-EXEC
           END-IF.
       2100-WRITE-AUDIT.
           MOVE SPACES         TO AUDITLOG-ROW
           MOVE WS-USERNAME-Q  TO AUD-USER
                    :AUD-FILENBR, :AUD-STATUS, :AUD-REASONCD,
                    :AUD-ERRTEXT)
           END-EXEC.
       2200-INDEX-OBJECTS.
      *    Pull the object names out of the message text.  The CPF
      *    wording names an object after a keyword - FILE, MEMBER,
      *    OBJECT, PROGRAM, DATA AREA, DATA QUEUE, MESSAGE QUEUE,
      *    LIBRARY - and its library after IN or IN LIBRARY, with an
      *    optional TYPE *xxx, in whichever order the message puts
      *    them ("member M file F in L", "file F in library L",
      *    "object O in library L type *DTAARA").  A new object
      *    keyword closes the reference in hand and opens another.
      *    The rows go in ahead of the message's DB2MSGF block and
      *    commit or roll back with it; a failed insert is passed
      *    over - the index is a convenience, the export is not.
           MOVE MSG-TEXT (MSG-IDX) TO WS-ORF-TEXT
           INSPECT WS-ORF-TEXT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-ORF-CUR
           MOVE SPACES TO WS-ORF-PREV
           MOVE SPACES TO ORS-TABLE
           MOVE ZERO   TO ORS-COUNT
           SET WS-ORF-WANT-NOTHING TO TRUE
           MOVE 1 TO WS-ORF-PTR
           PERFORM 2210-INDEX-NEXT-WORD
               UNTIL WS-ORF-PTR > LENGTH OF WS-ORF-TEXT
                  OR ORS-COUNT >= 5
           PERFORM 2240-FLUSH-OBJREF.
       2210-INDEX-NEXT-WORD.
           MOVE SPACES TO WS-ORF-WORD
           UNSTRING WS-ORF-TEXT DELIMITED BY ALL SPACE
               INTO WS-ORF-WORD WITH POINTER WS-ORF-PTR
           PERFORM 2215-TRIM-WORD 2 TIMES
           IF WS-ORF-WORD NOT = SPACES
              PERFORM 2220-CLASSIFY-WORD
              MOVE WS-ORF-WORD TO WS-ORF-PREV
           END-IF.
       2215-TRIM-WORD.
      *    Drop the sentence punctuation a name can end on -
      *    "ORDLIB." or "CUSTMAST," - twice covers "ORDLIB).".
           MOVE ZERO TO WS-ORF-LEN
           INSPECT WS-ORF-WORD TALLYING WS-ORF-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ORF-LEN > ZERO
              IF WS-ORF-WORD (WS-ORF-LEN:1) = '.' OR ',' OR ';'
                                          OR ':' OR ')'
                 MOVE SPACE TO WS-ORF-WORD (WS-ORF-LEN:1)
              END-IF
           END-IF.
       2220-CLASSIFY-WORD.
           EVALUATE TRUE
               WHEN WS-ORF-WORD = 'FILE'
                   PERFORM 2230-START-OBJREF
                   MOVE '*FILE' TO WS-ORF-CUR-OBJTYPE
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'OBJECT'
                   PERFORM 2230-START-OBJREF
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'PROGRAM'
                   PERFORM 2230-START-OBJREF
                   MOVE '*PGM' TO WS-ORF-CUR-OBJTYPE
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'AREA' AND WS-ORF-PREV = 'DATA'
                   PERFORM 2230-START-OBJREF
                   MOVE '*DTAARA' TO WS-ORF-CUR-OBJTYPE
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'QUEUE' AND WS-ORF-PREV = 'DATA'
                   PERFORM 2230-START-OBJREF
                   MOVE '*DTAQ' TO WS-ORF-CUR-OBJTYPE
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'QUEUE' AND WS-ORF-PREV = 'MESSAGE'
                   PERFORM 2230-START-OBJREF
                   MOVE '*MSGQ' TO WS-ORF-CUR-OBJTYPE
                   SET WS-ORF-WANT-OBJECT TO TRUE
               WHEN WS-ORF-WORD = 'MEMBER'
      *            "member M file F" names the member first, so a
      *            member opens a new reference only when the one
      *            in hand already has a member of its own.
                   IF WS-ORF-CUR-MEMBER NOT = SPACES
                      PERFORM 2240-FLUSH-OBJREF
                   END-IF
                   SET WS-ORF-WANT-MEMBER TO TRUE
               WHEN WS-ORF-WORD = 'LIBRARY'
      *            "Library L not found" - the library is the object.
                   IF WS-ORF-CUR-OBJECT = SPACES
                      AND WS-ORF-CUR-MEMBER = SPACES
                      SET WS-ORF-WANT-LIBOBJ TO TRUE
                   ELSE
                      SET WS-ORF-WANT-LIBRARY TO TRUE
                   END-IF
               WHEN WS-ORF-WORD = 'IN'
                   IF (WS-ORF-CUR-OBJECT NOT = SPACES
                       OR WS-ORF-CUR-MEMBER NOT = SPACES)
                      AND WS-ORF-CUR-LIBRARY = SPACES
                      SET WS-ORF-WANT-LIBRARY TO TRUE
                   ELSE
                      SET WS-ORF-WANT-NOTHING TO TRUE
                   END-IF
               WHEN WS-ORF-WORD = 'TYPE'
                   SET WS-ORF-WANT-TYPE TO TRUE
               WHEN WS-ORF-WORD (1:1) = '*'
                   IF WS-ORF-CUR-OBJECT NOT = SPACES
                      AND (WS-ORF-WANT-TYPE
                        OR WS-ORF-CUR-OBJTYPE = SPACES)
                      MOVE WS-ORF-WORD TO WS-ORF-CUR-OBJTYPE
                   END-IF
                   SET WS-ORF-WANT-NOTHING TO TRUE
               WHEN NOT WS-ORF-WANT-NOTHING
                   PERFORM 2235-TAKE-NAME
                   SET WS-ORF-WANT-NOTHING TO TRUE
           END-EVALUATE.
       2230-START-OBJREF.
           IF WS-ORF-CUR-OBJECT NOT = SPACES
              PERFORM 2240-FLUSH-OBJREF
           END-IF.
       2235-TAKE-NAME.
      *    Only something shaped like an object name is taken - a
      *    letter or $ # @ first, ten characters at most, and not
      *    one of the little words the phrasing puts after IN or
      *    FILE ("in use", "file not found").  LIB/OBJ comes apart
      *    into its two halves.
           IF WS-ORF-STOPWORD
              OR NOT ((WS-ORF-WORD (1:1) IS ALPHABETIC
                       AND WS-ORF-WORD (1:1) NOT = SPACE)
                   OR WS-ORF-WORD (1:1) = '$' OR '#' OR '@')
              CONTINUE
           ELSE
              MOVE SPACES TO WS-ORF-QUAL-LIB WS-ORF-QUAL-OBJ
              UNSTRING WS-ORF-WORD DELIMITED BY '/'
                  INTO WS-ORF-QUAL-LIB WS-ORF-QUAL-OBJ
              IF WS-ORF-QUAL-OBJ NOT = SPACES
                 AND (WS-ORF-WANT-OBJECT OR WS-ORF-WANT-LIBOBJ)
                 AND WS-ORF-QUAL-LIB (11:10) = SPACES
                 AND WS-ORF-QUAL-OBJ (11:10) = SPACES
                 MOVE WS-ORF-QUAL-OBJ TO WS-ORF-CUR-OBJECT
                 MOVE WS-ORF-QUAL-LIB TO WS-ORF-CUR-LIBRARY
              ELSE
              IF WS-ORF-QUAL-OBJ = SPACES
                 AND WS-ORF-WORD (11:10) = SPACES
                 EVALUATE TRUE
                     WHEN WS-ORF-WANT-OBJECT
                         MOVE WS-ORF-WORD TO WS-ORF-CUR-OBJECT
                     WHEN WS-ORF-WANT-MEMBER
                         MOVE WS-ORF-WORD TO WS-ORF-CUR-MEMBER
                     WHEN WS-ORF-WANT-LIBRARY
                         MOVE WS-ORF-WORD TO WS-ORF-CUR-LIBRARY
                     WHEN WS-ORF-WANT-LIBOBJ
                         MOVE WS-ORF-WORD TO WS-ORF-CUR-OBJECT
                         MOVE 'QSYS'      TO WS-ORF-CUR-LIBRARY
                         MOVE '*LIB'      TO WS-ORF-CUR-OBJTYPE
                 END-EVALUATE
              END-IF
              END-IF
           END-IF.
       2240-FLUSH-OBJREF.
      *    Write the reference in hand, if it got as far as an
      *    object name and is not one this message already gave.
           IF WS-ORF-CUR-OBJECT NOT = SPACES
              AND ORS-COUNT < 5
              MOVE B"0" TO WS-ORF-DUP-SW
              PERFORM 2245-CHECK-ONE-OBJREF
                  VARYING ORS-SUB FROM 1 BY 1
                  UNTIL ORS-SUB > ORS-COUNT OR WS-ORF-DUP
              IF NOT WS-ORF-DUP
                 ADD 1 TO ORS-COUNT
                 MOVE WS-ORF-CUR TO ORS-ENTRY (ORS-COUNT)
                 MOVE LK-JOBNAME              TO ORF-JOBNAME
                 MOVE LK-JOBNBR               TO ORF-JOBNBR
                 MOVE SPLF-FILENBR (SPLF-IDX) TO ORF-FILENBR
                 MOVE MSG-LASTLINE (MSG-IDX)  TO ORF-SEQNBR
                 MOVE ORS-COUNT               TO ORF-POS
                 MOVE MSG-ID (MSG-IDX)        TO ORF-MSGID
                 MOVE WS-ORF-CUR-OBJECT       TO ORF-OBJECT
                 MOVE WS-ORF-CUR-LIBRARY      TO ORF-LIBRARY
                 MOVE WS-ORF-CUR-MEMBER       TO ORF-MEMBER
                 MOVE WS-ORF-CUR-OBJTYPE      TO ORF-OBJTYPE
                 EXEC SQL
                     INSERT INTO OBJREF
                         (ORF_JOBNAME, ORF_JOBNBR, ORF_FILENBR,
                          ORF_SEQNBR, ORF_POS, ORF_MSGID, ORF_OBJECT,
                          ORF_LIBRARY, ORF_MEMBER, ORF_OBJTYPE)
                     VALUES
                         (:ORF-JOBNAME, :ORF-JOBNBR, :ORF-FILENBR,
                          :ORF-SEQNBR, :ORF-POS, :ORF-MSGID,
                          :ORF-OBJECT, :ORF-LIBRARY, :ORF-MEMBER,
                          :ORF-OBJTYPE)
                 END-EXEC
              END-IF
           END-IF
           MOVE SPACES TO WS-ORF-CUR.
       2245-CHECK-ONE-OBJREF.
           IF ORS-ENTRY (ORS-SUB) = WS-ORF-CUR
              MOVE B"1" TO WS-ORF-DUP-SW
           END-IF.
       2300-REGISTER-REPLIES.
      *    Every entry this lap added that PARSERDO found a reply
      *    under, regardless of MSG-SUPP-FL - an operator answering
      *    an inquiry is the audit trail's business even when the
      *    inquiry id itself is on the noise list.  The rows ride
      *    the lap's first DB2MSGF block into the same commit, so
      *    a rolled-back export takes them with it and the re-run
      *    that re-parses those lines writes them again.
           PERFORM 2310-REGISTER-ONE-REPLY
               VARYING MSG-IDX FROM WS-MSG-START BY 1
               UNTIL MSG-IDX > MSG-COUNT OF MSG-TABLE.
       2310-REGISTER-ONE-REPLY.
      *    The key is the inquiry's own DB2MSGF key, so a duplicate
      *    (a lap re-parsed after a failure) fails the insert and is
      *    let go.  The wait is worked out in a second statement
      *    once the row is down, the same way JOBRUNH's elapsed
      *    seconds are - a timestamp that will not convert leaves
      *    the wait at zero rather than losing the reply.
           IF MSG-RPYTS (MSG-IDX) NOT = SPACES
              MOVE LK-JOBNAME              TO RPY-JOBNAME
              MOVE LK-JOBNBR               TO RPY-JOBNBR
              MOVE SPLF-FILENBR (SPLF-IDX) TO RPY-FILENBR
              MOVE MSG-LASTLINE (MSG-IDX)  TO RPY-SEQNBR
              MOVE MSG-ID (MSG-IDX)        TO RPY-MSGID
              MOVE MSG-SEV (MSG-IDX)       TO RPY-SEV
              MOVE MSG-TEXT (MSG-IDX)      TO RPY-TEXT
              MOVE MSG-RPYVAL (MSG-IDX)    TO RPY-VALUE
              MOVE MSG-RPYUSER (MSG-IDX)   TO RPY-REPLIER
              MOVE MSG-TIMESTAMP (MSG-IDX) TO RPY-ASKED
              MOVE MSG-RPYTS (MSG-IDX)     TO RPY-ANSWERED
              IF RPY-REPLIER = '*SYSRPYL'
                 MOVE 'L' TO RPY-RPYTYPE
              ELSE
              IF RPY-REPLIER = '*DFT'
                 MOVE 'D' TO RPY-RPYTYPE
              ELSE
                 MOVE 'U' TO RPY-RPYTYPE
              END-IF
              END-IF
              EXEC SQL
                  INSERT INTO INQRPY
                      (RPY_JOBNAME, RPY_JOBNBR, RPY_FILENBR,
                       RPY_SEQNBR, RPY_MSGID, RPY_SEV, RPY_TEXT,
                       RPY_VALUE, RPY_REPLIER, RPY_RPYTYPE,
                       RPY_ASKED, RPY_ANSWERED)
                  VALUES
                      (:RPY-JOBNAME, :RPY-JOBNBR, :RPY-FILENBR,
                       :RPY-SEQNBR, :RPY-MSGID, :RPY-SEV, :RPY-TEXT,
                       :RPY-VALUE, :RPY-REPLIER, :RPY-RPYTYPE,
                       :RPY-ASKED, :RPY-ANSWERED)
              END-EXEC
              IF SQLCODE = ZERO
                 EXEC SQL
                     UPDATE INQRPY
                        SET RPY_WAITMINS =
                              ((DAYS(TIMESTAMP(RPY_ANSWERED))
                                - DAYS(TIMESTAMP(RPY_ASKED))) * 86400
                               + MIDNIGHT_SECONDS(
                                     TIMESTAMP(RPY_ANSWERED))
                               - MIDNIGHT_SECONDS(
                                     TIMESTAMP(RPY_ASKED))) / 60
                      WHERE RPY_JOBNAME = :RPY-JOBNAME
                        AND RPY_JOBNBR  = :RPY-JOBNBR
                        AND RPY_FILENBR = :RPY-FILENBR
                        AND RPY_SEQNBR  = :RPY-SEQNBR
                        AND RPY_ASKED   <> ' '
                 END-EXEC
              END-IF
           END-IF.
       1100-GET-CURRENT-USER.
      *    Retrieve Job Information (QUSRJOBI, format JOBI0100) for
      *    '*' CURRENT '*' to pick up the signed-on user profile
