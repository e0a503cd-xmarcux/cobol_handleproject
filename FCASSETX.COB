           SELECT ASSET-TRANSFER-FILE ASSIGN TO "ASSET_TRANSFER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSETX-FILE-STATUS.
