    SELECT FileManifestFile ASSIGN TO 'file-manifest.dat'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ManifestKey
        FILE STATUS IS WS-FileManifestStatus.
