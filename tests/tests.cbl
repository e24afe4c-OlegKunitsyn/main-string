       01 ws-fold-in pic x(10) value "O'BRIEN".
       01 ws-fold-out pic x(10).
       01 ws-fold-len pic 9(9) usage binary.
       01 ws-fold-name pic x(10) value "MUELLER".
       01 ws-dist pic 9(9) usage binary.
       01 ws-dist-hay pic x(10) value "MR JOHNSON".
       01 ws-dist-hay2 pic x(10) value "MR JHONSON".
       01 ws-luhn-bad pic x(11) value "79927398710".
       01 ws-luhn-dashed pic x(13) value "7992-7398-713".
       01 ws-luhn-alpha pic x(5) value "79A13".
       01 ws-seal-text pic x(3) value "abc".
       01 ws-seal-prev pic 9(18).
       01 ws-seal-check pic 9(18).
       copy "strstat.cpy".
       copy "strfrul.cpy".
       PROCEDURE DIVISION.
      * STRPOS
           MOVE 4 TO expected.
           MOVE 1 TO expected.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

      * STRFOLD - rules passed by the caller are applied instead of
      * FOLDTAB: "ue" -> "u" folds MUELLER to muller in one step
           MOVE "* COMMENT" TO l-fold-rule(1).
           MOVE "ue u" TO l-fold-rule(2).
           MOVE 2 TO l-fold-rule-count.
           MOVE 1 TO expected.
           CALL "STRFOLD" USING
               BY REFERENCE ws-fold-name
               BY CONTENT 7
               BY REFERENCE ws-fold-out
               BY CONTENT 10
               BY REFERENCE ws-fold-len
               BY REFERENCE OMITTED
               BY REFERENCE l-fold-rules
               RETURNING actual.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.
           MOVE 6 TO expected.
           MOVE ws-fold-len TO actual.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.
           IF ws-fold-out(1:6) = "muller"
               MOVE 1 TO actual
           ELSE
               MOVE 0 TO actual
           END-IF.
           MOVE 1 TO expected.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

      * STRLUHN - a good check digit validates, a bad one does not
           MOVE 1 TO expected.
           CALL "STRLUHN" USING
               RETURNING actual.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

      * STRSEAL - a record sealed against a zero previous check
           MOVE 0 TO ws-seal-prev.
           CALL "STRSEAL" USING
               BY REFERENCE ws-seal-prev
               BY REFERENCE ws-seal-text
               BY CONTENT LENGTH OF ws-seal-text
               BY REFERENCE ws-seal-check.
           IF ws-seal-check = 006498345006804699
               MOVE 1 TO actual
           ELSE
               MOVE 0 TO actual
           END-IF.
           MOVE 1 TO expected.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

      * STRSEAL - the same bytes chained from that check seal
      * differently
           MOVE ws-seal-check TO ws-seal-prev.
           CALL "STRSEAL" USING
               BY REFERENCE ws-seal-prev
               BY REFERENCE ws-seal-text
               BY CONTENT LENGTH OF ws-seal-text
               BY REFERENCE ws-seal-check.
           IF ws-seal-check = 774996208336803029
               MOVE 1 TO actual
           ELSE
               MOVE 0 TO actual
           END-IF.
           MOVE 1 TO expected.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

      * STRSEAL - one altered byte changes the check value
           MOVE 0 TO ws-seal-prev.
           MOVE "abd" TO ws-seal-text.
           CALL "STRSEAL" USING
               BY REFERENCE ws-seal-prev
               BY REFERENCE ws-seal-text
               BY CONTENT LENGTH OF ws-seal-text
               BY REFERENCE ws-seal-check.
           IF ws-seal-check = 006498345006804699
               MOVE 1 TO actual
           ELSE
               MOVE 0 TO actual
           END-IF.
           MOVE 0 TO expected.
           CALL "ECBLUEQ" USING BY VALUE expected, BY VALUE actual.

           GOBACK.
       END PROGRAM TESTALL.
