    SELECT FileRegistryFile ASSIGN TO 'inbound-file-registry.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RegistryKey
        FILE STATUS IS WS-FileRegistryStatus.
