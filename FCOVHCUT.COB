           SELECT OVHCUT-FILE ASSIGN TO "OVHMONTH.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVHCUT-FILE-STATUS.
