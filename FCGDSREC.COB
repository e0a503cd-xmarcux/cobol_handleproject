           SELECT GOODS-RECEIPT-FILE ASSIGN TO "GOODSREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-KEY
               FILE STATUS IS GDSREC-FILE-STATUS.
