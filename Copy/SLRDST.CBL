000100*---------------------------------
000200* SLRDST - File control entry
000300* for the Report Distribution
000400* File. One record per report
000500* and recipient; RPTBST01
000600* bursts each cataloged run to
000700* the recipients listed here.
000800*---------------------------------
000900     SELECT RDST-FILE
001000         ASSIGN TO "RPTDIST"
001100         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS RDST-KEY.
