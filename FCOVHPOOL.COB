           SELECT OVERHEAD-POOL-FILE ASSIGN TO "OVHPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS OVHPOOL-FILE-STATUS.
