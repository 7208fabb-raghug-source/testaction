*>
*> Modification History
*>   2026-09-02  RG   Original.
*>   2026-10-08  RG   Lifted the charge detail layout out to TDETCPY
*>                    so TUITADJ reads and writes the billed
*>                    position with the same record description.
*> -------------------------------------------------------------------

ENVIRONMENT DIVISION.

FD  TUITION-DETAIL
    LABEL RECORDS ARE STANDARD.
COPY TDETCPY.
COPY INTFCPY.

FD  TUITION-REGISTER
