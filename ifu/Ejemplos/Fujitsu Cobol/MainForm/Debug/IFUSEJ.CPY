000001******************************************************************
000002*    IFUSEJ.CPY
000003*    Session journal record for SEJ-FILE: IFUSIGN appends one
000004*    line for every sign-on, sign-off, refused code and attempt
000005*    with a suspended code, so the single IFUSES record it
000006*    rewrites is no longer the only trace of who was at the
000007*    keyboard. SEJ-NIVEL is the level the code had when it
000008*    signed on (0 on the other events); SEJ-OPERADOR is the code
000009*    keyed, or on a sign-off the code whose session was closed.
000010*    Read by IFUOACT for the operator activity report.
000011******************************************************************
000012 FD  SEJ-FILE
000013     LABEL RECORDS ARE STANDARD.
000014 01  SEJ-RECORD.
000015     05  SEJ-FECHA           PIC 9(08).
000016     05  SEJ-HORA            PIC 9(08).
000017     05  SEJ-EVENTO          PIC X(01).
000018         88  SEJ-ENTRADA                  VALUE "E".
000019         88  SEJ-SALIDA                   VALUE "S".
000020         88  SEJ-RECHAZO                  VALUE "R".
000021         88  SEJ-SUSPENDIDO               VALUE "U".
000022     05  SEJ-OPERADOR        PIC X(06).
000023     05  SEJ-NIVEL           PIC 9(01).
