    SELECT EDeliveryFile ASSIGN TO WS-EDeliveryFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDeliveryFileStatus.
