           SELECT AUC-FEED-FILE ASSIGN TO "AUC_FEED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
