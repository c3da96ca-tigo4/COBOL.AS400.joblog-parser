      *                          under each message that has one, so the
      *                          hardcopy answers "what do we do about
      *                          this one" by itself
      *                 Oct2026  CHECKSPLF/CHECKFILENBR now accept a
      *                          job or file number whose spooled file
      *                          is gone but whose lines are kept in
      *                          the raw joblog archive (LSTARCF) -
      *                          PARSERDO re-parses those from
      *                          JOBLOGARC
      *
      * @
      *
            CALL 'CHKSPLF' USING SJOBNAME OF RMAINSCR-I
                                 SJOBNBR  OF RMAINSCR-I
                                 WS-SPLF-FOUND
      *     A joblog gone from the queue still parses if the raw
      *     archive kept its lines - PARSERDO reads them from there.
            IF WS-SPLF-FOUND = B"0"
               CALL 'LSTARCF' USING SJOBNAME OF RMAINSCR-I
                                    SJOBNBR  OF RMAINSCR-I
                                    SPLF-LIST
               IF SPLF-COUNT OF SPLF-LIST > ZERO
                  MOVE B"1" TO WS-SPLF-FOUND
               END-IF
            END-IF
            IF WS-SPLF-FOUND = B"0"
               MOVE IND-ON TO IN75 OF WS-INDICATORS
               MOVE 'NF' TO REASONCD
            PERFORM CHECKFILENBR-SCAN
                VARYING SPLF-IDX FROM 1 BY 1
                UNTIL SPLF-IDX > SPLF-COUNT OF SPLF-LIST
            IF WS-FILENBR-FOUND = B"0"
               CALL 'LSTARCF' USING SJOBNAME OF RMAINSCR-I
                                    SJOBNBR  OF RMAINSCR-I
                                    SPLF-LIST
               PERFORM CHECKFILENBR-SCAN
                   VARYING SPLF-IDX FROM 1 BY 1
                   UNTIL SPLF-IDX > SPLF-COUNT OF SPLF-LIST
            END-IF
            IF WS-FILENBR-FOUND = B"0"
               MOVE IND-ON TO IN74 OF WS-INDICATORS
               MOVE 'FN' TO REASONCD
