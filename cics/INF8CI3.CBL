               MOVE 'DEROGATION  ' TO L8-ACTION
             WHEN 'L'
               MOVE 'CONSULTATION' TO L8-ACTION
             WHEN 'E'
               MOVE 'EFFACEMENT  ' TO L8-ACTION
             WHEN OTHER
               MOVE AK-ACTION      TO L8-ACTION
           END-EVALUATE
