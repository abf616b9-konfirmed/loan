    SELECT AssessmentAreaFile ASSIGN TO 'assessment-area.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AreaCountyKey
        FILE STATUS IS WS-AssessmentAreaStatus.
