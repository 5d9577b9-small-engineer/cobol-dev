               L-RETURN-CODE.

      *> writes the durable job_run row (plus its per-action
      *> breakdown and the system parameters that were in force when
      *> it started) for a finished batch run. The run happened whether
      *> or not this insert works, so a failure here is reported but
      *> never retroactively fails the run itself - the caller decides
      *> what to do with the return code.
               VARYING WS-STAT-IDX FROM 1 BY 1
               UNTIL WS-STAT-IDX > L-STAT-TOTAL

           PERFORM INSERT-RUN-PARAMS

           CALL "DB-UTIL" USING BY CONTENT "DISCONNECT".
           GOBACK.

           END-IF
           EXIT.

      *> every setting in force at the run's start - for each name
      *> and company the latest row effective on or before that day -
      *> so the thresholds a run applied can be read back off the run
      *> even after they have since been changed.
       INSERT-RUN-PARAMS.
           EXEC SQL
               INSERT INTO job_run_param
                   (run_id, param_name, company_code, effective_from,
                    param_value)
               SELECT :WS-RUN-ID, P.param_name, P.company_code,
                      P.effective_from, P.param_value
                 FROM system_parameter P
                WHERE P.effective_from <=
                      CAST(CAST(:WS-STARTED-AT AS TIMESTAMP) AS DATE)
                  AND NOT EXISTS
                      (SELECT 1 FROM system_parameter N
                        WHERE N.param_name = P.param_name
                          AND N.company_code = P.company_code
                          AND N.effective_from > P.effective_from
                          AND N.effective_from <=
                              CAST(CAST(:WS-STARTED-AT AS TIMESTAMP)
                                   AS DATE))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "JOB-HISTORY ERROR ON RUN PARAMETERS, "
                   "SQLCODE=" SQLCODE
               MOVE 1 TO L-RETURN-CODE
           END-IF
           EXIT.

       END PROGRAM JOB-HISTORY.
