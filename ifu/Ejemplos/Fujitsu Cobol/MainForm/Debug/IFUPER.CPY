000001******************************************************************
000002*    IFUPER.CPY
000003*    Period-status record for PER-FILE: one line per month
000004*    (AAAAMM) once anything has been recorded for it; a month
000005*    with no line is open. The status only moves forward as
000006*    the month is filed - IFUIVA stamps the book issued,
000007*    IFUCITI the upload exported, and a supervisor seals it
000008*    with IFUPMNT - and each step keeps who did it and when.
000009*    A sealed month is refused by every program that would
000010*    add to or change it (IFUPOS, IFUARQE, IFULOAD, IFUARCH).
000011*    Only a supervisor can re-open it, with a reason; the last
000012*    re-opening stays on the line, every one of them in the
000013*    IFUPMNT trace file IFUPERT. Read and stamped through
000014*    IFUPERC.
000015*        PER-ESTADO "A" - OPEN.
000016*                   "L" - VAT BOOK ISSUED (IFUIVA).
000017*                   "E" - TAX UPLOAD EXPORTED (IFUCITI).
000018*                   "S" - SEALED (IFUPMNT).
000019******************************************************************
000020 FD  PER-FILE
000021     LABEL RECORDS ARE STANDARD.
000022 01  PER-RECORD.
000023     05  PER-PERIODO         PIC 9(06).
000024     05  PER-ESTADO          PIC X(01).
000025         88  PER-ABIERTO                  VALUE "A".
000026         88  PER-LIBRO-EMITIDO            VALUE "L".
000027         88  PER-EXPORTADO                VALUE "E".
000028         88  PER-SELLADO                  VALUE "S".
000029     05  PER-LIBRO-OPERADOR  PIC X(06).
000030     05  PER-LIBRO-FECHA     PIC 9(08).
000031     05  PER-EXPORT-OPERADOR PIC X(06).
000032     05  PER-EXPORT-FECHA    PIC 9(08).
000033     05  PER-SELLO-OPERADOR  PIC X(06).
000034     05  PER-SELLO-FECHA     PIC 9(08).
000035     05  PER-REAPERTURAS     PIC 9(03).
000036     05  PER-REAP-OPERADOR   PIC X(06).
000037     05  PER-REAP-FECHA      PIC 9(08).
000038     05  PER-REAP-MOTIVO     PIC X(30).
