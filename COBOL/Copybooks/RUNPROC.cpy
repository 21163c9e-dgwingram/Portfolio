                       IF RC-HOURS-LIMIT IS NUMERIC
                           MOVE RC-HOURS-LIMIT TO RC-HOURSLIM
                       END-IF
                       IF RC-PURGE-YEARS IS NUMERIC
                           MOVE RC-PURGE-YEARS TO RC-PURGEYRS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
