000100*---------------------------------
000200* SLSACC - Select clause for
000300* the Sensitive Value Access
000400* Log. One CSV line each time a
000500* tax id or bank account number
000600* is shown or exported in full -
000700* who, when, which program,
000800* which vendor and which value.
000900* Written by PLSACC01, which
001000* opens it EXTEND around each
001100* event, so the log accumulates
001200* across runs.
001300*---------------------------------
001400     SELECT OPTIONAL SENSITIVE-ACCESS-FILE
001500         ASSIGN TO "SACCLOG"
001600         ORGANIZATION IS LINE SEQUENTIAL.
