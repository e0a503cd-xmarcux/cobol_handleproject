           SELECT REQUISITION-FILE ASSIGN TO "REQUISN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-REQ-NO
               FILE STATUS IS REQN-FILE-STATUS.
