    SELECT ForeclosureTimelineFile ASSIGN TO 'foreclosure-timelines.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TimelineState
        FILE STATUS IS WS-ForeclosureTimelineStatus.
