000001******************************************************************
000002*    IFUERR.CPY
000003*    Driver error-code catalog record for ERR-FILE: one line per
000004*    GET-Error code the fiscal driver can answer, maintained with
000005*    IFUEMNT. The short description and the recommended action
000006*    are shown next to the bare number wherever a code reaches
000007*    a person (the PrintForm dialogs, IFUVLOG, the IFUCTRL
000008*    FALLIDA lines), and ERR-REINTENTAR tells IFUBATCH whether
000009*    retrying the closure can help at all: a code marked "N"
000010*    (fiscal memory full, printer out of fiscal service) stops
000011*    the retries at once instead of repeating the same refusal.
000012*    Looked up through IFUERRC.
000013*        ERR-CATEGORIA "C" - COMMUNICATION (PORT, CABLE, DRIVER).
000014*                      "I" - PRINTER (PAPER, COVER, MECHANISM).
000015*                      "F" - FISCAL (MEMORY, JOURNAL, STATE).
000016*                      "D" - DATA OR COMMAND REJECTED.
000017*                      "O" - OTHER.
000018******************************************************************
000019 FD  ERR-FILE
000020     LABEL RECORDS ARE STANDARD.
000021 01  ERR-RECORD.
000022     05  ERR-CODIGO          PIC S9(05).
000023     05  ERR-DESCRIPCION     PIC X(30).
000024     05  ERR-CATEGORIA       PIC X(01).
000025         88  ERR-CATEGORIA-VALIDA         VALUE "C" "I" "F"
000026                                                "D" "O".
000027     05  ERR-ACCION          PIC X(40).
000028     05  ERR-REINTENTAR      PIC X(01).
000029         88  ERR-SIN-REINTENTO            VALUE "N".
