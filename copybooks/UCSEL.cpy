    SELECT ConditionFile ASSIGN TO 'underwriting-conditions.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ConditionKey
        FILE STATUS IS WS-ConditionFileStatus.
