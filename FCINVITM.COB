           SELECT INVOICE-ITEM-FILE ASSIGN TO "INVITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS II-KEY
               FILE STATUS IS INVITM-FILE-STATUS.
