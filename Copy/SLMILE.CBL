000100*---------------------------------
000200* SLMILE - File control entry
000300* for the Mileage Rate File.
000400*---------------------------------
000500     SELECT MILEAGE-RATE-FILE
000600         ASSIGN TO "MILERATE"
000700         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS MILE-EFFECTIVE-DATE.
