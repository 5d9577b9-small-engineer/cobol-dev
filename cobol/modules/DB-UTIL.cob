       PROCEDURE DIVISION USING L-CONNECT-FLAG L-CONNECT-STATUS
           L-ENV-NAME.
      *> cobol-lint CL002 main-logic
      *> L-CONNECT-STATUS is only set on the CONNECT, OPEN-SESSION
      *> and QUERY-SESSION branches - the other verbs keep passing
      *> just the flag, same as before.
      *> L-ENV-NAME is likewise only read on the CONNECT branch.
      *> BEGIN/COMMIT/ROLLBACK bracket an explicit unit of work on the
      *> current session, so a posting program that dies partway can
               PERFORM OPEN-SESSION
             WHEN "CLOSE-SESSION"
               PERFORM CLOSE-SESSION
             WHEN "QUERY-SESSION"
               PERFORM QUERY-SESSION
             WHEN "BEGIN"
               PERFORM BEGIN-WORK
             WHEN "COMMIT"
           END-IF
           EXIT.

      *> lets a program that opens its own session for a long run
      *> tell whether it is already inside someone else's - a
      *> session it did not open is not its to close.
       QUERY-SESSION.
           IF WS-SESSION-OPEN
               MOVE "Y" TO L-CONNECT-STATUS
           ELSE
               MOVE "N" TO L-CONNECT-STATUS
           END-IF
           EXIT.

      *> every exhausted retry loop leaves a line the operator can
      *> find, even though the queue table itself was out of reach.
       WRITE-FALLBACK-ALERT.
