           READ MOVE-LOG-FILE
               AT END MOVE "Y" TO WS-LOG-EOF.
           IF WS-LOG-EOF = "Y" GO TO END-OF-LOG.
           IF LOG-SOURCE = "RESULT" GO TO READ-LOOP.
           IF LOG-SOURCE = "TAKEBACK"
               PERFORM STRIP-TAKEBACK THRU STRIP-TAKEBACK-EXIT
               GO TO READ-LOOP.
