000100*---------------------------------
000200* SLXFCTL - File control entry
000300* for the one-record Transfer
000400* Number Control File: the next
000500* transfer number to assign.
000600* OPTIONAL lets the first
000700* transfer open it before it
000800* exists.
000900*---------------------------------
001000     SELECT OPTIONAL XFER-CTL-FILE
001100         ASSIGN TO "XFERCTL"
001200         ORGANIZATION IS LINE SEQUENTIAL.
