000100*---------------------------------
000200* SLBAIT - File control entry
000300* for the BAI Type Code File:
000400* what the BAI2 import does with
000500* each of the bank's detail type
000600* codes. OPTIONAL because the
000700* file does not exist until the
000800* first code is keyed.
000900*---------------------------------
001000     SELECT OPTIONAL BAI-TYPE-FILE
001100         ASSIGN TO "BAITYPE"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS BAIT-CODE.
