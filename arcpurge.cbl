000310*                    audit and maintenance log layouts to 270
000320*                    and 514 bytes for the 240-character
000330*                    message text.
000332*   2026-10-15  RSW  Maintenance log archive and work records go
000334*                    to 524 bytes with the log's new
000336*                    ML-MESSAGE-TYPE field.
000340******************************************************************
000350
000360 IDENTIFICATION DIVISION.
001040 FD  MAINT-ARCHIVE-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  MA-MAINT-ARCHIVE-RECORD         PIC X(524).
001080
001090 FD  MAINT-TEMP-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  MT-MAINT-TEMP-RECORD            PIC X(524).
001130
001140 FD  RETENTION-PARM-FILE
001150     RECORDING MODE IS F
