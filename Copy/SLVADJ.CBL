000100*---------------------------------
000200* SLVADJ - Select clause for
000300* the Voucher G/L Correction
000400* file. The voucher correction
000500* screen appends a line for
000600* each distribution line it
000700* takes off (negative) or puts
000800* on (positive) a voucher the
000900* nightly journal has already
001000* posted; GLXTRCT1 journals
001100* the lines dated its journal
001200* date so the ledger follows
001300* the corrected voucher.
001400*---------------------------------
001500     SELECT OPTIONAL VOUCHER-ADJ-FILE
001600         ASSIGN TO "VCHRADJ"
001700         ORGANIZATION IS LINE SEQUENTIAL.
