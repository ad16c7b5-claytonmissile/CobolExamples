000100*---------------------------------
000200* WSPROJ01 - Working storage for
000300* the shared project charge
000400* check. See PLPROJ01 for usage.
000500*---------------------------------
000600 01  PROJECT-TO-CHECK         PIC X(06).
000700 01  PROJECT-IS-VALID         PIC X    VALUE "N".
