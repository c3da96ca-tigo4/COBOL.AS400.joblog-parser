       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPARTN.
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
      *                 Oct2026  written as the one place a keyed
      *                          partition filter is checked, shared
      *                          by MAINJ400C, MAINJ400D, MSGTREND and
      *                          EXPMSGF the same way MAPAPP is the
      *                          one place a job maps to its
      *                          application
      *
      * @
      *
      * Checks a partition filter against PARTDIR and sets up the
      * two values the callers' SQL tests DMF_SYSTEM/AUD_SYSTEM
      * with, in the form
      *     (:LK-PARTALL = 'Y' OR DMF_SYSTEM = :LK-SYSTEM)
      * Blank or *ALL is every partition (LK-PARTALL 'Y').  *LOCAL,
      * or this partition's own relational database name, is the
      * rows written here (LK-SYSTEM blank).  Anything else must be
      * a PARTDIR system name and selects the rows collected from
      * it.  LK-VALID comes back 'N' for a name PARTDIR does not
      * know, and the caller says so.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           Copy PARTDIRREC.
       01   WS-LOCALRDB                  PIC X(18).
       77   WS-PTN-HITS                  PIC S9(09) BINARY VALUE ZERO.
       LINKAGE SECTION.
       01   LK-PARTITION                 PIC X(08).
       01   LK-PARTALL                   PIC X(01).
       01   LK-SYSTEM                    PIC X(08).
       01   LK-VALID                     PIC X(01).
       PROCEDURE DIVISION USING LK-PARTITION
                                LK-PARTALL
                                LK-SYSTEM
                                LK-VALID.
       0000-MAINLINE.
           MOVE 'Y'    TO LK-VALID
           MOVE 'N'    TO LK-PARTALL
           MOVE SPACES TO LK-SYSTEM
           IF LK-PARTITION = SPACES OR LK-PARTITION = '*ALL'
              MOVE 'Y' TO LK-PARTALL
           ELSE
              IF LK-PARTITION NOT = '*LOCAL'
                 PERFORM 1000-CHECK-SYSTEM
              END-IF
           END-IF
           GOBACK.
       1000-CHECK-SYSTEM.
           EXEC SQL
               SET :WS-LOCALRDB = CURRENT SERVER
           END-EXEC
           IF LK-PARTITION NOT = WS-LOCALRDB
              MOVE LK-PARTITION TO PTN-SYSTEM
              MOVE ZERO TO WS-PTN-HITS
              EXEC SQL
                  SELECT COUNT(*) INTO :WS-PTN-HITS
                    FROM PARTDIR
                   WHERE PTN_SYSTEM = :PTN-SYSTEM
              END-EXEC
              IF WS-PTN-HITS > ZERO
                 MOVE LK-PARTITION TO LK-SYSTEM
              ELSE
                 MOVE 'N' TO LK-VALID
              END-IF
           END-IF.
