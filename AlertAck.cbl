           display "Operator id: " with no advancing
           accept ws-operator
           move "A" to ws-op-function
           call "opsignon" using ws-operator, ws-op-function,
                                 ws-op-result
           if ws-op-result not = 0
               goback returning 78-ec-invalid-data
           end-if
