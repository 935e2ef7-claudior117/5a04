000001******************************************************************
000002*    IFUPERS.CPY
000003*    Request area for the period-status subprogram IFUPERC,
000004*    copied into WORKING-STORAGE by every caller and passed on
000005*    the CALL. The caller fills the action, the month and its
000006*    own name; IFUPERC answers with the month's status and, on
000007*    a step, whether it was recorded. The signed-on operator
000008*    (IFUSIGN) is stamped by IFUPERC itself.
000009*        PRS-ACCION "C" - CONSULT THE STATUS ONLY.
000010*                   "L" - RECORD THE VAT BOOK ISSUED.
000011*                   "E" - RECORD THE TAX UPLOAD EXPORTED.
000012*        PRS-ESTADO     - AS PER-ESTADO IN IFUPER.CPY ("A"
000013*                         WHEN THE MONTH HAS NO LINE).
000014*        PRS-RESULTADO "O" - DONE.
000015*                      "S" - MONTH SEALED, NOTHING RECORDED.
000016*                      "E" - FILE ERROR, NOTHING RECORDED.
000017******************************************************************
000018 01  PRS-SOLICITUD.
000019     05  PRS-ACCION          PIC X(01).
000020     05  PRS-PERIODO         PIC 9(06).
000021     05  PRS-SOLICITANTE     PIC X(08).
000022     05  PRS-ESTADO          PIC X(01).
000023         88  PRS-ABIERTO                  VALUE "A".
000024         88  PRS-SELLADO                  VALUE "S".
000025     05  PRS-RESULTADO       PIC X(01).
000026         88  PRS-HECHO                    VALUE "O".
000027         88  PRS-RECHAZADO                VALUE "S".
000028         88  PRS-ERROR                    VALUE "E".
